      *****************************************************************
      *  PRIVACY ACT DISCLOSURE RECORD - ONE ROW PER DISCLOSURE OF A  *
      *  BENEFICIARY'S RECORD OUTSIDE THE AGENCY, ON THE KEYED        *
      *  DSCLLOG MASTER. EVERY DISCLOSING PROCESS WRITES IT THROUGH   *
      *  THE DSCLWRT SERVICE; DSCLRPT READS IT BACK FOR A             *
      *  BENEFICIARY'S ACCOUNTING OF DISCLOSURES AND FOR THE ANNUAL   *
      *  SUMMARY, AND DSCLPRG AGES IT UNDER THE STATUTORY FLOOR.      *
      *  COPY THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE  *
      *  SHAPE CANNOT DRIFT BETWEEN THEM.                             *
      *                                                               *
      *  KEYED BY RRB HIC FIRST SO ONE BENEFICIARY'S DISCLOSURES READ *
      *  BACK OLDEST FIRST FROM ONE START. THE REST OF THE KEY -      *
      *  DATE, MECHANISM, RECIPIENT, REFERENCE AND THE SSA HIC AS     *
      *  DISCLOSED - MAKES THE ROW ITS OWN NATURAL KEY, SO A RERUN    *
      *  OF THE SAME NIGHT RECORDS NOTHING TWICE. A DISCLOSURE WHOSE  *
      *  RRB HIC THE CALLER COULD NOT KNOW IS KEYED UNDER A BLANK RRB *
      *  HIC, AT THE FRONT OF THE FILE, AND FOUND BY ITS SSA HIC.     *
      *  100 BYTES, SO EVERY IMAGE FITS MSTJRNL.                      *
      *****************************************************************

       01  DISCLOSURE-REC.
           05  DR-KEY.
               10  DR-RRB-HIC          PIC  X(12).
               10  DR-DISC-DATE        PIC  X(08).

      *    HOW THE RECORD LEFT THE AGENCY.

               10  DR-MECHANISM        PIC  X(02).
                   88  DR-MECH-SSA-XMIT            VALUE 'XM'.
                   88  DR-MECH-EXPEDITED           VALUE 'XE'.
                   88  DR-MECH-RETRANSMIT          VALUE 'XR'.
                   88  DR-MECH-BULK-LOOKUP         VALUE 'BL'.
                   88  DR-MECH-RESEARCH-PKT        VALUE 'RP'.
                   88  DR-MECH-WAREHOUSE           VALUE 'WH'.
                   88  DR-MECH-REGION-FDBK         VALUE 'RF'.

      *    WHO RECEIVED IT - 'SSA', THE REQUESTING OR RECEIVING UNIT,
      *    'DWH' FOR THE DATA WAREHOUSE, OR 'REGION' PLUS THE SOURCE
      *    REGION CODE - AND THE CALLER'S OWN REFERENCE FOR THE
      *    DISCLOSURE: ENVELOPE SEQUENCE, REQUEST OR PACKET ID, FEED
      *    SEQUENCE, EXTRACT DATE.

               10  DR-RECIPIENT        PIC  X(12).
               10  DR-REFERENCE        PIC  X(12).
               10  DR-SSA-HIC          PIC  X(11).

      *    WHY IT WAS DISCLOSED.

           05  DR-PURPOSE              PIC  X(03).
               88  DR-PURP-ENTITLEMENT             VALUE 'ENT'.
               88  DR-PURP-UNIT-INQUIRY            VALUE 'INQ'.
               88  DR-PURP-CONGRESSIONAL           VALUE 'CNG'.
               88  DR-PURP-BENEFICIARY             VALUE 'BEN'.
               88  DR-PURP-LEGAL                   VALUE 'LEG'.
               88  DR-PURP-AUDIT                   VALUE 'AUD'.
               88  DR-PURP-STATISTICAL             VALUE 'STA'.
               88  DR-PURP-CORRECTION              VALUE 'COR'.
               88  DR-PURP-OTHER                   VALUE 'OTH'.
           05  DR-SOURCE-PGM           PIC  X(08).
           05  DR-RECORDED-STAMP       PIC  X(14).
           05  FILLER                  PIC  X(18).
