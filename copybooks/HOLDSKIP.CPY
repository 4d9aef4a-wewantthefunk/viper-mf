      *****************************************************************
      *  SHARED HELD-RECORD SKIP LAYOUT - COPY THIS MEMBER INTO THE   *
      *  HOLDSKIP FD OF ANY PURGE JOB. ONE RECORD IS WRITTEN FOR      *
      *  EVERY RECORD, GENERATION OR INCIDENT THE JOB WOULD HAVE      *
      *  PURGED BUT KEPT BECAUSE HOLDCHK FOUND A LEGAL HOLD IN FORCE  *
      *  ON IT, SO HICAGE, GDGARCH, LOGARCH AND INCDMGT REPORT WHAT   *
      *  THEY SKIPPED IN ONE PLACE AND THE HOLD OFFICE CAN SEE WHAT   *
      *  ITS HOLDS ACTUALLY KEPT. EVERY WRITER OPENS IT EXTEND.       *
      *                                                               *
      *  HK-CLASS IS THE RETNSCHD DATASET CLASS THE SKIPPED ITEM      *
      *  BELONGS TO. HK-ITEM IS WHATEVER IDENTIFIES IT IN THAT CLASS  *
      *  - AN RRB HIC, A GENERATION'S DATA SET NAME, AN INCIDENT      *
      *  NUMBER, A LOG'S DDNAME AND BUSINESS DATE - LEFT-JUSTIFIED.   *
      *  HK-HOLD-ID IS THE REGISTRY ID OF THE HOLD THAT KEPT IT.      *
      *****************************************************************

       01  HOLD-SKIP-REC.
           05  HK-SOURCE-PGM           PIC  X(08).
           05  HK-CLASS                PIC  X(08).
           05  HK-ITEM                 PIC  X(44).
           05  HK-HOLD-TYPE            PIC  X(01).
           05  HK-HOLD-ID              PIC  X(12).
           05  HK-SKIP-DATE            PIC  X(08).
