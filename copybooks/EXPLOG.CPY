      *****************************************************************
      *  EXPEDITED SEND LOG - ONE ROW PER SSA HIC THE INTRADAY        *
      *  EXPXMIT LANE HAS SENT OUT OF CYCLE, KEYED BY THE SSA HIC AS  *
      *  ACKMAST IS. EXPXMIT WRITES (OR REWRITES) THE ROW AS IT SENDS *
      *  THE DETAIL; THE NIGHTLY RRBXMIT READS IT SO A BENEFICIARY    *
      *  ALREADY SENT ON THE EXPEDITED LANE IS NOT SENT A SECOND TIME *
      *  WHILE ACKMAST STILL CARRIES THAT SEND. EL-SENT-DATE IS THE   *
      *  BUSINESS DATE STAMPED ON ACKMAST, EL-SEQUENCE THE EXPEDITED  *
      *  ENVELOPE'S NUMBER, AND THE OPERATOR, TERMINAL AND TIME ARE   *
      *  WHO FLAGGED THE HIC ON THE CONVPREV SCREEN. 60 BYTES.        *
      *****************************************************************

       01  EXPEDITE-LOG-REC.
           05  EL-SSA-HIC              PIC  X(11).
           05  EL-RRB-HIC              PIC  X(12).
           05  EL-SENT-DATE            PIC  X(08).
           05  EL-SEQUENCE             PIC  9(04).
           05  EL-OPERATOR             PIC  X(08).
           05  EL-TERMINAL             PIC  X(04).
           05  EL-REQ-TIME             PIC  X(08).
           05  FILLER                  PIC  X(05).
