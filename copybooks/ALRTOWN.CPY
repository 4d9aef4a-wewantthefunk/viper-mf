      *****************************************************************
      *  ALERT OWNERSHIP AND ESCALATION - ONE ROW PER ALERTFIL ALERT  *
      *  ON THE KEYED ALERTOWN COMPANION MASTER, SAME KEY AS THE      *
      *  ALERT (THE RAISE TIMESTAMP). ALERTESC WRITES THE ROW THE     *
      *  FIRST TIME IT SEES AN UNACKNOWLEDGED ALERT, ASSIGNING IT TO  *
      *  THE ON-CALL PRIMARY, AND STEPS IT UP THE LADDER WHILE IT     *
      *  STAYS UNACKNOWLEDGED; ALERTVW SHOWS THE OWNER AND COUNT;     *
      *  SHIFTRPT LISTS THOSE THAT REACHED THE SUPERVISOR. COPY THIS  *
      *  MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE      *
      *  CANNOT DRIFT BETWEEN THEM.                                   *
      *                                                               *
      *  THE ALERT RECORD ITSELF IS NOT WIDENED - ITS 135 BYTES       *
      *  ALREADY FILL AN MSTJRNL IMAGE. AO-STEP (N) RECORDS WHEN THE  *
      *  ALERT REACHED LEVEL N (YYYYMMDDHHMMSS) AND WHICH CONTACT AND *
      *  DESTINATION IT WENT TO; THE CURRENT OWNER IS THE CONTACT OF  *
      *  THE STEP AT AO-LEVEL. 128 BYTES, SO EVERY IMAGE FITS MSTJRNL.*
      *****************************************************************

       01  ALERT-OWNER-REC.
           05  AO-ALERT-KEY            PIC  X(26).
           05  AO-LEVEL                PIC  9(01).
               88  AO-AT-PRIMARY                   VALUE 1.
               88  AO-AT-SECONDARY                 VALUE 2.
               88  AO-AT-SUPERVISOR                VALUE 3.
           05  AO-ESCALATIONS          PIC  9(02).
           05  AO-SEVERITY             PIC  9(02).
           05  AO-STEP                 OCCURS 3 TIMES.
               10  AO-STEP-STAMP       PIC  X(14).
               10  AO-STEP-CONTACT     PIC  X(08).
               10  AO-STEP-DEST        PIC  X(08).
           05  FILLER                  PIC  X(07).
