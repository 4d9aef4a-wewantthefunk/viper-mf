      *****************************************************************
      *  BENEFICIARY-DATA ACCESS RECORD - ONE PER LOOKUP ON A SCREEN  *
      *  THAT SHOWS BENEFICIARY IDENTIFIERS (HICINQ, SSAINQ, MBIINQ,  *
      *  ACKINQ, OUTCINQ, CONVPREV, PKTREQ, BENSUMM, AND A WRKQUEUE   *
      *  WORK-ITEM CLAIM). EACH SCREEN BUILDS IT IN WORKING-STORAGE  *
      *  AND WRITES IT TO THE BACC TD DESTINATION (SPILLING TO BACS   *
      *  WHEN BACC REFUSES THE WRITE); ACCROLL DRAINS THE DAY TO THE  *
      *  DATED ACCSHIST HISTORY AND ACCSRVW REVIEWS IT. COPY THIS     *
      *  MEMBER WHEREVER THE RECORD IS READ OR WRITTEN SO THE SHAPE   *
      *  CANNOT DRIFT BETWEEN THEM.                                   *
      *                                                               *
      *  AC-IDENTIFIER IS THE KEY AS THE OPERATOR KEYED IT, FULL AND  *
      *  LEFT-JUSTIFIED - THIS IS A MACHINE-READABLE FILE, NOT AN     *
      *  EYEBALL SURFACE. AC-TIMESTAMP IS YYYYMMDDHHMMSS.             *
      *                                                               *
      *  AC-MODE IS 'T' FOR A LOOKUP MADE IN A TRAINING SESSION (SEE  *
      *  TRNGCHK) AGAINST THE TRAINING FILES. NO REAL BENEFICIARY WAS *
      *  VIEWED, SO ACCROLL KEEPS IT OUT OF THE HISTORY AND REVIEW.   *
      *****************************************************************

       01  ACCESS-LOG-REC.
           05  AC-TIMESTAMP            PIC  X(14).
           05  AC-TIMESTAMP-PARTS REDEFINES AC-TIMESTAMP.
               10  AC-DATE             PIC  X(08).
               10  AC-TIME             PIC  X(06).
           05  AC-OPERATOR             PIC  X(08).
           05  AC-TERMINAL             PIC  X(04).
           05  AC-TRANS                PIC  X(04).
           05  AC-PROGRAM              PIC  X(08).
           05  AC-ID-TYPE              PIC  X(01).
               88  AC-RRB-HIC                      VALUE 'R'.
               88  AC-SSA-HIC                      VALUE 'S'.
               88  AC-SSA-MBI                      VALUE 'M'.
           05  AC-IDENTIFIER           PIC  X(12).
           05  AC-RESULT               PIC  X(01).
               88  AC-FOUND                        VALUE 'F'.
               88  AC-NOT-FOUND                    VALUE 'N'.
               88  AC-READ-ERROR                   VALUE 'E'.
           05  AC-MODE                 PIC  X(01).
               88  AC-TRAINING                     VALUE 'T'.
           05  FILLER                  PIC  X(27).
