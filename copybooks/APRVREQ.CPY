      *****************************************************************
      *  TWO-PERSON APPROVAL REQUEST - ONE ROW PER PREPARED ACTION ON *
      *  THE KEYED APRVREQ MASTER (CICS VIEW APRVREQF), KEYED BY THE  *
      *  GATED PROGRAM AND THE PREPARE STAMP. APRVPREP WRITES THE ROW *
      *  PENDING WITH THE CONTROL-CARD IMAGE AND THE INPUT DATASET'S  *
      *  FINGERPRINT (INFILREG'S COUNT/HASH FOLD); A DIFFERENT        *
      *  AUTHORIZED OPERATOR APPROVES OR REJECTS IT ON THE APRVADM    *
      *  SCREEN; THE GATED JOB MARKS IT USED THROUGH APRVCHK (APRVONL *
      *  FOR A GATED SCREEN). COPY THIS MEMBER WHEREVER THE ROW IS    *
      *  READ OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM. 135  *
      *  BYTES, SO EVERY IMAGE FITS MSTJRNL.                          *
      *****************************************************************

       01  APRV-REQ-REC.
           05  AQ-REQ-KEY.
               10  AQ-PROGRAM          PIC  X(08).
               10  AQ-REQUESTED        PIC  X(14).
           05  AQ-STATUS               PIC  X(01).
               88  AQ-PENDING                      VALUE 'P'.
               88  AQ-APPROVED                     VALUE 'A'.
               88  AQ-REJECTED                     VALUE 'R'.
               88  AQ-USED                         VALUE 'U'.
           05  AQ-PREPARER             PIC  X(08).
           05  AQ-CONTROL-CARD         PIC  X(40).
           05  AQ-INPUT-DDNAME         PIC  X(08).
           05  AQ-INPUT-COUNT          PIC  9(09).
           05  AQ-INPUT-HASH           PIC  9(15).
           05  AQ-APPROVER             PIC  X(08).

      *    YYYYMMDDHHMM - AN APPROVAL IS GOOD FOR ONE DAY FROM THE
      *    MINUTE IT WAS GIVEN; THE USED STAMP IS WHEN THE GATED JOB
      *    OR SCREEN TOOK IT.

           05  AQ-EXPIRES              PIC  X(12).
           05  AQ-USED-STAMP           PIC  X(12).
