      *****************************************************************
      *  CONTROL-TABLE VERSION REGISTRY - ONE ROW PER VERSION OF A    *
      *  SITE CONTROL TABLE (BICXWLK, BICRANGE, STATTAB, GDGBASES) ON *
      *  THE KEYED TBLPROM MASTER. TBLSTAGE REGISTERS A VERSION WHEN  *
      *  IT APPLIES A CHANGE DECK TO A STAGING COPY, TBLGATE RECORDS  *
      *  THE GATE'S GO/NO-GO, AND TBLPROMO RECORDS THE APPROVAL AND   *
      *  THE PROMOTION TO LIVE. TBLVERS READS IT TO NAME THE VERSION  *
      *  A LOADING PROGRAM ACTUALLY LOADED. COPY THIS MEMBER WHEREVER *
      *  THE ROW IS READ OR WRITTEN SO THE SHAPE CANNOT DRIFT.        *
      *                                                               *
      *  A VERSION MOVES S -> G (OR N) -> A -> L, AND AN L VERSION    *
      *  BECOMES R WHEN ITS SUCCESSOR IS PROMOTED. A STAGED VERSION   *
      *  THAT IS OVERTAKEN BY A NEWER STAGING BEFORE IT IS PROMOTED   *
      *  IS MARKED W. VERSION 00000 IS NEVER ISSUED - A BASE VERSION  *
      *  OF ZERO MEANS THE TABLE HAD NO REGISTERED LIVE VERSION WHEN  *
      *  THE VERSION WAS STAGED.                                      *
      *                                                               *
      *  TV-CONTENT-HASH IS THE INFILREG FINGERPRINT OF THE TABLE'S   *
      *  ROWS IN FILE ORDER, SO THE SAME ROWS IN A DIFFERENT ORDER    *
      *  ARE A DIFFERENT VERSION. TV-GATE-RC (N) IS THE RETURN CODE   *
      *  OF GATE CHECK N - 1 TABCHECK, 2 SIMCOMP, 3 RRBTREG,          *
      *  4 QASMOKE. 135 BYTES, SO EVERY IMAGE FITS MSTJRNL WHOLE.     *
      *****************************************************************

       01  TABLE-VERSION-REC.
           05  TV-KEY.
               10  TV-TABLE-ID         PIC  X(08).
               10  TV-VERSION          PIC  9(05).
           05  TV-STAGE                PIC  X(01).
               88  TV-STAGED                       VALUE 'S'.
               88  TV-GATE-GO                      VALUE 'G'.
               88  TV-GATE-NO-GO                   VALUE 'N'.
               88  TV-APPROVED                     VALUE 'A'.
               88  TV-LIVE                         VALUE 'L'.
               88  TV-RETIRED                      VALUE 'R'.
               88  TV-WITHDRAWN                    VALUE 'W'.
               88  TV-UNPROMOTED                   VALUE 'S' 'G'
                                                         'N' 'A'.
           05  TV-ROW-COUNT            PIC  9(09).
           05  TV-CONTENT-HASH         PIC  9(15).
           05  TV-BASE-VERSION         PIC  9(05).
           05  TV-DECK-COUNT           PIC  9(05).
           05  TV-STAGED-TS            PIC  X(14).
           05  TV-GATE-TS              PIC  X(14).
           05  TV-GATE-RCS.
               10  TV-GATE-RC          PIC  9(02)  OCCURS 4 TIMES.
           05  TV-APPROVER-ID          PIC  X(08).
           05  TV-APPROVED-TS          PIC  X(14).
           05  TV-PROMOTED-TS          PIC  X(14).
           05  FILLER                  PIC  X(15).
