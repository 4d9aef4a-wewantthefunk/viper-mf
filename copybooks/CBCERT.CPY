      *****************************************************************
      *  CHAIN CERTIFICATE HISTORY - ONE ROW APPENDED TO CBCERTH PER  *
      *  CHAINBAL RUN: THE BUSINESS DATE CERTIFIED, WHEN, AND THE     *
      *  VERDICT. A RERUN FOR THE SAME DATE APPENDS ANOTHER ROW; THE  *
      *  LAST ROW FOR A DATE IS THE ONE THAT STANDS. PERCLOSE READS   *
      *  IT TO PROVE EVERY NIGHT OF A MONTH WAS CERTIFIED BALANCED.   *
      *****************************************************************

       01  CHAIN-CERT-REC.
           05  CB-BUS-DATE             PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  CB-STAMP                PIC  X(14).
           05  FILLER                  PIC  X(01).
           05  CB-LEGS-FAILED          PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  CB-VERDICT              PIC  X(01).
               88  CB-CERTIFIED                    VALUE 'C'.
               88  CB-NOT-BALANCED                 VALUE 'F'.
           05  FILLER                  PIC  X(12).
