      *****************************************************************
      *  PERIOD CONTROL - ONE ROW PER BUSINESS MONTH ON THE KEYED     *
      *  PERCTL MASTER (CICS VIEW PERCTLF), KEYED BY YYYYMM. PERCLOSE *
      *  WRITES THE ROW WHEN IT CERTIFIES THE MONTH CLOSED AND        *
      *  REWRITES IT WHEN A SUPERVISOR REOPENS IT; GETBDATE AND       *
      *  RERUNSET READ IT TO REFUSE A BUSINESS DATE INSIDE A CLOSED   *
      *  MONTH. A MONTH WITH NO ROW HAS NEVER BEEN CLOSED. COPY THIS  *
      *  MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE      *
      *  CANNOT DRIFT BETWEEN THEM. 120 BYTES, SO EVERY IMAGE FITS    *
      *  MSTJRNL.                                                     *
      *****************************************************************

       01  PERIOD-CTL-REC.
           05  PC-PERIOD               PIC  X(06).
           05  PC-STATUS               PIC  X(01).
               88  PC-PERIOD-CLOSED                VALUE 'C'.
               88  PC-PERIOD-REOPENED              VALUE 'O'.
           05  PC-BUS-DAYS             PIC  9(02).
           05  PC-CLOSED-STAMP         PIC  X(14).
           05  PC-CLOSE-COUNT          PIC  9(02).
           05  PC-REOPEN-STAMP         PIC  X(14).
           05  PC-REOPEN-BY            PIC  X(08).
           05  PC-REOPEN-REASON        PIC  X(60).
           05  FILLER                  PIC  X(13).
