      *****************************************************************
      *  WORK-ITEM MASTER - ONE ROW PER PIECE OF CLERK WORK THE       *
      *  NIGHTLY REVIEW JOBS RAISE (EXCPTRI'S TRIAGE EXCEPTIONS,      *
      *  ACKWLST'S SSA REJECT REWORK, HICRVEXT'S CROSSWALK MISMATCH   *
      *  REVIEWS, SSACOLL'S SSA HIC COLLISIONS). THE JOBS ADD ROWS    *
      *  THROUGH THE WRKFEED SERVICE, CLERKS CLAIM AND CLOSE THEM ON  *
      *  THE WRKQ SCREEN (WRKQUEUE), AND WRKAGE REPORTS AGING AND     *
      *  PRODUCTIVITY WEEKLY. COPY THIS MEMBER WHEREVER THE RECORD IS *
      *  READ OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.      *
      *                                                               *
      *  KEYED BY WI-KEY: THE NATURAL KEY (TYPE, BENEFICIARY KEY,     *
      *  REASON, SOURCE JOB) PLUS THE CREATION DATE, SO THE SAME      *
      *  CONDITION RAISED AGAIN AFTER ITS ITEM WAS CLOSED OPENS A NEW *
      *  ITEM BESIDE THE CLOSED ONE, WHILE ONE STILL OPEN (STATUS O   *
      *  OR C) IS ONLY RE-STAMPED WITH THE NIGHT IT WAS LAST FED.     *
      *  WI-BENE-KEY IS THE FULL IDENTIFIER, LEFT-JUSTIFIED - THE     *
      *  SCREEN AND REPORT MASK IT THROUGH MASKHIC FOR DISPLAY.       *
      *  STAMPS ARE YYYYMMDDHHMMSS. 135 BYTES, THE MSTJRNL IMAGE      *
      *  WIDTH.                                                       *
      *                                                               *
      *  OUTCOME CODES: RS RESOLVED, CR CORRECTED AT SOURCE, RF       *
      *  REFERRED TO ANOTHER UNIT, NA NO ACTION NEEDED, DU DUPLICATE  *
      *  OF ANOTHER ITEM.                                             *
      *****************************************************************

       01  WORK-ITEM-REC.
           05  WI-KEY.
               10  WI-NATURAL-KEY.
                   15  WI-TYPE         PIC  X(02).
                       88  WI-TYPE-EXCEPTION           VALUE 'EX'.
                       88  WI-TYPE-ACK-REWORK          VALUE 'AR'.
                       88  WI-TYPE-MISMATCH            VALUE 'MM'.
                       88  WI-TYPE-COLLISION           VALUE 'CO'.
                   15  WI-BENE-KEY     PIC  X(12).
                   15  WI-REASON       PIC  X(03).
                   15  WI-SOURCE-PGM   PIC  X(08).
               10  WI-CREATED          PIC  X(08).
           05  WI-UNIT                 PIC  X(12).
           05  WI-STATUS               PIC  X(01).
               88  WI-OPEN                         VALUE 'O'.
               88  WI-CLAIMED                      VALUE 'C'.
               88  WI-CLOSED                       VALUE 'X'.
               88  WI-STILL-OPEN                   VALUE 'O' 'C'.
           05  WI-LAST-FED             PIC  X(08).
           05  WI-CLAIM-USER           PIC  X(08).
           05  WI-CLAIM-STAMP          PIC  X(14).
           05  WI-ACTION-NOTE          PIC  X(30).
           05  WI-OUTCOME              PIC  X(02).
               88  WI-OUTCOME-VALID                VALUE 'RS' 'CR'
                                                         'RF' 'NA'
                                                         'DU'.
           05  WI-CLOSE-USER           PIC  X(08).
           05  WI-CLOSE-STAMP          PIC  X(14).
           05  FILLER                  PIC  X(05).
