      *****************************************************************
      *  STAGED FUTURE-DATED ENTITLEMENT - ONE ROW PER SSA HIC WHOSE  *
      *  ACCEPTED CONVERSION CARRIES AN ENTITLEMENT DATE FURTHER OFF  *
      *  THAN THE SITE'S STGENTDAYS WINDOW, ON THE KEYED STAGENT      *
      *  MASTER. RRBXMIT WRITES THE ROW INSTEAD OF SENDING IT, KEEPS  *
      *  ONLY THE NEWEST ROW FOR AN SSA HIC, RELEASES IT INTO THE     *
      *  BUILD ON THE FIRST TRANSMISSION DAY ON OR AFTER SE-RELEASE-  *
      *  DATE AND DELETES IT ONCE THE ENVELOPE IS FINALIZED. RRBTERM  *
      *  DELETES IT WHEN THE BENEFICIARY IS TERMINATED IN THE         *
      *  MEANTIME, STGERPT REPORTS THE POPULATION AND ACKINQ SHOWS A  *
      *  STAGED BENEFICIARY'S RELEASE DATE. KEYED BY THE SSA HIC, AS  *
      *  ACKMAST IS. COPY THIS MEMBER WHEREVER THE ROW IS READ OR     *
      *  WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM. 80 BYTES, SO *
      *  EVERY IMAGE FITS MSTJRNL.                                    *
      *****************************************************************

       01  STAGED-ENT-REC.
           05  SE-SSA-HIC              PIC  X(11).
           05  SE-RRB-HIC              PIC  X(12).
           05  SE-BIC                  PIC  X(02).

      *    THE DETAIL AS IT WILL GO OUT - THE SAME FIELDS THE BUILD
      *    CARRIES FROM RRBOUT TO THE XD RECORD.

           05  SE-ENT-DATE             PIC  X(08).
           05  SE-CLAIM-TYPE           PIC  X(02).
           05  SE-BENE-TYPE            PIC  X(02).
           05  SE-BIRTH-DATE           PIC  X(08).

      *    THE ENTITLEMENT DATE LESS THE WINDOW IN FORCE WHEN THE ROW
      *    WAS STAGED - A LATER CHANGE TO THE WINDOW MOVES NO ROW
      *    ALREADY ON FILE. THE CYCLE DATE THE SSA HIC WAS FIRST
      *    STAGED AND THE CYCLE DATE OF ITS NEWEST ROW.

           05  SE-RELEASE-DATE         PIC  X(08).
           05  SE-STAGED-DATE          PIC  X(08).
           05  SE-UPDATED-DATE         PIC  X(08).
           05  FILLER                  PIC  X(11).
