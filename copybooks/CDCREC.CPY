      *****************************************************************
      *  WAREHOUSE CHANGE FEED - THE DOCUMENTED LAYOUT OF THE NIGHTLY *
      *  FILE THE CDCFEED JOB BUILDS FROM THE MSTJRNL JOURNAL         *
      *  (XJRNL). COPY THIS MEMBER WHEREVER THE FEED IS WRITTEN OR    *
      *  READ SO THE SHAPE CANNOT DRIFT. 250 BYTES, THREE RECORD      *
      *  TYPES:                                                       *
      *                                                               *
      *  H HEADER - THE FIRST SEQUENCE NUMBER THE NIGHT'S DETAILS     *
      *  WILL CARRY, THE BUSINESS DATE, FEED ID RRBCDC, LAYOUT        *
      *  VERSION, THE JOURNAL STAMP THE FEED RESUMED AFTER AND THE    *
      *  RUN STAMP.                                                   *
      *                                                               *
      *  D DETAIL - ONE PER JOURNALED CHANGE: SEQUENCE (ONE UP ACROSS *
      *  NIGHTS, NEVER REUSED, SO A GAP MEANS A MISSING FEED),        *
      *  BUSINESS DATE OF THE RUN, THE CHANGE'S OWN JOURNAL STAMP,    *
      *  ENTITY (THE MASTER'S FILE ID), OPERATION I INSERT / U UPDATE *
      *  / D DELETE, THE UPDATING PROGRAM, THE BUSINESS KEY (LEFT-    *
      *  JUSTIFIED), THE ENTITY'S COLUMN COUNT, ONE CHANGE FLAG PER   *
      *  COLUMN (Y CHANGED SINCE THE LAST ROW FED FOR THE KEY, N      *
      *  UNCHANGED; ALL Y WHEN NO EARLIER ROW IS KNOWN; SPACES ON A   *
      *  DELETE) AND THE COLUMNS THEMSELVES IN THE ENTITY'S VIEW      *
      *  BELOW. ON A DELETE THE COLUMNS ARE THE RECORD AS LAST HELD.  *
      *                                                               *
      *  T TRAILER - THE LAST SEQUENCE WRITTEN, THE BUSINESS DATE,    *
      *  THE DETAIL COUNT AND ITS SPLIT BY OPERATION, THE FIRST       *
      *  SEQUENCE, AND THE LAST JOURNAL STAMP THE FEED COVERS. A      *
      *  NIGHT WITH NO CHANGES STILL GETS A HEADER AND A ZERO         *
      *  TRAILER.                                                     *
      *                                                               *
      *  A NEW COLUMN OR ENTITY IS A NEW LAYOUT VERSION - THE         *
      *  EXISTING VIEWS NEVER MOVE.                                   *
      *****************************************************************

       01  CDC-HEADER-REC.
           05  CH-RECORD-TYPE          PIC  X(01).
               88  CH-HEADER                       VALUE 'H'.
           05  CH-FIRST-SEQUENCE       PIC  9(09).
           05  CH-BUSINESS-DATE        PIC  X(08).
           05  CH-FEED-ID              PIC  X(08).
           05  CH-LAYOUT-VERSION       PIC  X(02).
           05  CH-RESUMED-AFTER        PIC  X(26).
           05  CH-RUN-STAMP            PIC  X(26).
           05  FILLER                  PIC  X(170).

       01  CDC-DETAIL-REC.
           05  CD-RECORD-TYPE          PIC  X(01).
               88  CD-DETAIL                       VALUE 'D'.
           05  CD-SEQUENCE             PIC  9(09).
           05  CD-BUSINESS-DATE        PIC  X(08).
           05  CD-CHANGE-STAMP         PIC  X(26).
           05  CD-ENTITY               PIC  X(08).
           05  CD-OPERATION            PIC  X(01).
               88  CD-INSERT                       VALUE 'I'.
               88  CD-UPDATE                       VALUE 'U'.
               88  CD-DELETE                       VALUE 'D'.
           05  CD-SOURCE-PGM           PIC  X(08).
           05  CD-BUSINESS-KEY         PIC  X(26).
           05  CD-COLUMN-COUNT         PIC  9(02).
           05  CD-CHANGE-FLAGS.
               10  CD-CHANGE-FLAG      PIC  X(01)  OCCURS 16 TIMES.
           05  CD-COLUMNS              PIC  X(135).

      *    HICXREF - THE RRB HIC CROSSWALK MASTER. 11 COLUMNS.

           05  CD-HICXREF-COLUMNS REDEFINES CD-COLUMNS.
               10  CD-HX-RRB-HIC       PIC  X(12).
               10  CD-HX-SSA-HIC       PIC  X(11).
               10  CD-HX-SSA-MBI       PIC  X(11).
               10  CD-HX-SSA-BIC       PIC  X(02).
               10  CD-HX-FIRST-SEEN    PIC  X(26).
               10  CD-HX-LAST-SEEN     PIC  X(26).
               10  CD-HX-MISMATCH-FLAG PIC  X(01).
               10  CD-HX-TERM-STATUS   PIC  X(01).
               10  CD-HX-TERM-DATE     PIC  X(08).
               10  CD-HX-SUPERSEDED-BY PIC  X(12).
               10  CD-HX-SUPERSEDES    PIC  X(12).
               10  FILLER              PIC  X(13).

      *    SSAXREF - THE SSA-KEYED COMPANION. 5 COLUMNS.

           05  CD-SSAXREF-COLUMNS REDEFINES CD-COLUMNS.
               10  CD-SX-SSA-HIC       PIC  X(11).
               10  CD-SX-RRB-HIC       PIC  X(12).
               10  CD-SX-SSA-MBI       PIC  X(11).
               10  CD-SX-SSA-BIC       PIC  X(02).
               10  CD-SX-LAST-SEEN     PIC  X(26).
               10  FILLER              PIC  X(73).

      *    ACKMAST - THE SSA ACKNOWLEDGMENT MASTER. 9 COLUMNS.

           05  CD-ACKMAST-COLUMNS REDEFINES CD-COLUMNS.
               10  CD-AK-SSA-HIC       PIC  X(11).
               10  CD-AK-RRB-HIC       PIC  X(12).
               10  CD-AK-SENT-DATE     PIC  X(08).
               10  CD-AK-ACK-STATUS    PIC  X(01).
               10  CD-AK-ACK-REASON    PIC  X(03).
               10  CD-AK-ACK-DATE      PIC  X(08).
               10  CD-AK-SSA-MBI       PIC  X(11).
               10  CD-AK-ATTEMPTS      PIC  9(02).
               10  CD-AK-REPLACE-FLAG  PIC  X(01).
               10  FILLER              PIC  X(78).

      *    OUTCMAST - THE OUTCOME MASTER, CURRENT THEN PRIOR SET. 13
      *    COLUMNS.

           05  CD-OUTCMAST-COLUMNS REDEFINES CD-COLUMNS.
               10  CD-OM-RRB-HIC       PIC  X(12).
               10  CD-OM-CUR-SSA-HIC   PIC  X(11).
               10  CD-OM-CUR-STATUS-IN PIC  X(02).
               10  CD-OM-CUR-STATUS-CAT
                                       PIC  X(02).
               10  CD-OM-CUR-CONV-RESULT
                                       PIC  X(01).
               10  CD-OM-CUR-STAT-RET-CD
                                       PIC  X(01).
               10  CD-OM-CUR-RUN-DATE  PIC  X(08).
               10  CD-OM-PRI-SSA-HIC   PIC  X(11).
               10  CD-OM-PRI-STATUS-IN PIC  X(02).
               10  CD-OM-PRI-STATUS-CAT
                                       PIC  X(02).
               10  CD-OM-PRI-CONV-RESULT
                                       PIC  X(01).
               10  CD-OM-PRI-STAT-RET-CD
                                       PIC  X(01).
               10  CD-OM-PRI-RUN-DATE  PIC  X(08).
               10  FILLER              PIC  X(73).

      *    ALERTFIL - THE OPERATIONS ALERT FILE. 7 COLUMNS.

           05  CD-ALERTFIL-COLUMNS REDEFINES CD-COLUMNS.
               10  CD-AL-ALERT-KEY     PIC  X(26).
               10  CD-AL-SOURCE-PGM    PIC  X(08).
               10  CD-AL-SEVERITY      PIC  9(02).
               10  CD-AL-ALERT-TEXT    PIC  X(60).
               10  CD-AL-ACK-FLAG      PIC  X(01).
               10  CD-AL-ACK-USER      PIC  X(08).
               10  CD-AL-ACK-NOTE      PIC  X(30).

           05  FILLER                  PIC  X(10).

       01  CDC-TRAILER-REC.
           05  CT-RECORD-TYPE          PIC  X(01).
               88  CT-TRAILER                      VALUE 'T'.
           05  CT-LAST-SEQUENCE        PIC  9(09).
           05  CT-BUSINESS-DATE        PIC  X(08).
           05  CT-DETAIL-COUNT         PIC  9(09).
           05  CT-INSERT-COUNT         PIC  9(09).
           05  CT-UPDATE-COUNT         PIC  9(09).
           05  CT-DELETE-COUNT         PIC  9(09).
           05  CT-FIRST-SEQUENCE       PIC  9(09).
           05  CT-THROUGH-STAMP        PIC  X(26).
           05  FILLER                  PIC  X(161).
