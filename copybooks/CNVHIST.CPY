      *****************************************************************
      *  CONVERSION HISTORY - ONE ROW APPENDED TO CNVHIST BY EVERY    *
      *  CLEAN RRBDRIVE END OF JOB, SPLITTING THE NIGHT'S CONVERSIONS *
      *  INTO FIRST-PASS (A FRESH EXTRACT RECORD CONVERTED THE NIGHT  *
      *  IT ARRIVED) AND LATER (A RECYCLED REJECT OR A CLERK          *
      *  CORRECTION CONVERTED ON A LATER NIGHT) - OPSHIST CARRIES     *
      *  ONLY THE COMBINED COUNT. A RERUN FOR THE SAME BUSINESS DATE  *
      *  APPENDS ANOTHER ROW; THE LAST ROW FOR A DATE IS THE ONE THAT *
      *  STANDS. CH-RESTARTED IS 'Y' WHEN THE RUN RESUMED FROM A      *
      *  CHECKPOINT - ITS SPLIT THEN COVERS ONLY THE RECORDS THE      *
      *  RESTART ITSELF CONVERTED. FYPERF READS IT FOR THE FISCAL-    *
      *  YEAR CONVERSION RATES. COPY THIS MEMBER WHEREVER THE ROW IS  *
      *  READ OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.      *
      *****************************************************************

       01  CNV-HISTORY-REC.
           05  CH-BUSINESS-DATE        PIC  X(08).
           05  CH-EXTRACT-RECORDS      PIC  9(09).
           05  CH-FIRST-PASS-CONV      PIC  9(09).
           05  CH-RECYCLED-IN          PIC  9(09).
           05  CH-LATER-CONVERTED      PIC  9(09).
           05  CH-AGED-OUT             PIC  9(09).
           05  CH-RESTARTED            PIC  X(01).
           05  FILLER                  PIC  X(06).
