      *****************************************************************
      *  REPORT STORE INDEX - ONE ROW PER DISTRIBUTED LISTING ON THE  *
      *  KEYED RPTSTIX MASTER, KEYED BY REPORT ID AND THE BUSINESS    *
      *  DATE ON ITS TITLE LINE. RPTDIST WRITES IT AS IT SPLITS       *
      *  RPTOUT AND PURGES IT UNDER THE RPTSTORE RETENTION CLASS;     *
      *  THE RPTB BROWSER (RPTBRWS) PICKS REPORTS FROM IT, SHOWING    *
      *  AN OPERATOR ONLY THE ROWS WHOSE UNIT IS THEIR OWN. THE       *
      *  LINES THEMSELVES ARE ON RPTSTLN (COPYBOOK RPTSLIN). COPY     *
      *  THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE *
      *  CANNOT DRIFT BETWEEN THEM.                                   *
      *****************************************************************

       01  REPORT-INDEX-REC.
           05  RX-KEY.
               10  RX-REPORT-ID        PIC  X(08).
               10  RX-BUS-DATE         PIC  X(08).
           05  RX-UNIT                 PIC  X(12).
           05  RX-DEST                 PIC  9(01).
           05  RX-PAGES                PIC  9(05).
           05  RX-LINES                PIC  9(07).
           05  RX-STORED-STAMP         PIC  X(14).
           05  RX-TITLE                PIC  X(60).
           05  FILLER                  PIC  X(05).
