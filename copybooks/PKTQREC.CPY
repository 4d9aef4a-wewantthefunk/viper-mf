      *****************************************************************
      *  RESEARCH PACKET REQUEST - ONE ROW PER PACKET A CLERK QUEUES  *
      *  FROM AN INQUIRY SCREEN (PF6 ON HICINQ, SSAINQ OR OUTCINQ,    *
      *  TAKEN THROUGH THE PKTREQ SCREEN) ON THE KEYED PKTQUEUE       *
      *  MASTER. PKTDRIVE RUNS RSRCHPKT FOR EACH QUEUED ROW, NAMES    *
      *  THE PACKET AND RECORDS WHERE IT WENT; PKTREQ SHOWS A CLERK   *
      *  THEIR OWN ROWS. COPY THIS MEMBER WHEREVER THE ROW IS READ OR *
      *  WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.              *
      *                                                               *
      *  KEYED ON THE REQUESTING OPERATOR AND THE REQUEST TIMESTAMP   *
      *  (YYYYMMDDHHMMSS), SO ONE OPERATOR'S ROWS SIT TOGETHER AND    *
      *  BROWSE NEWEST FIRST BACKWARD. A ROW MOVES Q -> P -> D, OR    *
      *  Q -> F WHEN RSRCHPKT COULD NOT BUILD THE PACKET (PQ-NOTE     *
      *  SAYS WHY). PQ-KEY-VALUE IS THE KEY AS THE CLERK HAD IT,      *
      *  FULL AND LEFT-JUSTIFIED - THIS IS A MACHINE-READABLE FILE,   *
      *  NOT AN EYEBALL SURFACE. PQ-DEST-UNIT IS AN RPTROUTE          *
      *  RECEIVING UNIT; PKTDRIVE TURNS IT INTO THE RPTDIST           *
      *  DESTINATION NUMBER. 128 BYTES, SO EVERY IMAGE FITS MSTJRNL.  *
      *****************************************************************

       01  PACKET-REQUEST-REC.
           05  PQ-KEY.
               10  PQ-OPERATOR         PIC  X(08).
               10  PQ-REQUEST-TS       PIC  X(14).
           05  PQ-TERMINAL             PIC  X(04).
           05  PQ-SOURCE-PGM           PIC  X(08).
           05  PQ-KEY-TYPE             PIC  X(01).
               88  PQ-BY-RRB                       VALUE 'R'.
               88  PQ-BY-SSA                       VALUE 'S'.
           05  PQ-KEY-VALUE            PIC  X(12).
           05  PQ-REASON               PIC  X(02).
               88  PQ-REASON-VALID                 VALUE 'CG' 'BN'
                                                         'LG' 'AU'
                                                         'OT'.
           05  PQ-DEST-UNIT            PIC  X(12).
           05  PQ-STATUS               PIC  X(01).
               88  PQ-QUEUED                       VALUE 'Q'.
               88  PQ-PRODUCED                     VALUE 'P'.
               88  PQ-DELIVERED                    VALUE 'D'.
               88  PQ-FAILED                       VALUE 'F'.
           05  PQ-PACKET-ID            PIC  X(08).
           05  PQ-DEST-NUMBER          PIC  9(01).
           05  PQ-PRODUCED-TS          PIC  X(14).
           05  PQ-DELIVERED-TS         PIC  X(14).
           05  PQ-NOTE                 PIC  X(20).
           05  FILLER                  PIC  X(09).
