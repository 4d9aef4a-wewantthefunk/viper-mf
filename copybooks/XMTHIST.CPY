      *****************************************************************
      *  SSA TRANSMISSION DETAIL HISTORY - ONE ROW PER XD OR XM       *
      *  DETAIL RRBXMIT FINALIZES, ON THE KEYED XMTHIST MASTER. THE   *
      *  ROW CARRIES THE ENVELOPE SEQUENCE, SEGMENT, SEND DATE AND    *
      *  THE FULL 50-BYTE DETAIL IMAGE AS IT WENT OUT, SO A DISPUTE   *
      *  OVER WHAT WAS SENT ON A GIVEN NIGHT IS ANSWERED FROM THE ROW *
      *  AND NOT FROM ACKMAST'S LATEST-SEND VIEW. KEYED BY RRB HIC    *
      *  FIRST SO A BENEFICIARY'S SENDS READ BACK OLDEST FIRST FROM   *
      *  ONE START. COPY THIS MEMBER WHEREVER THE ROW IS READ OR      *
      *  WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM. 110 BYTES,   *
      *  SO EVERY IMAGE FITS MSTJRNL.                                 *
      *****************************************************************

       01  XMIT-HIST-REC.
           05  TX-HIST-KEY.
               10  TX-RRB-HIC          PIC  X(12).
               10  TX-SEND-DATE        PIC  X(08).
               10  TX-SEQUENCE         PIC  9(04).
               10  TX-SSA-HIC          PIC  X(11).
           05  TX-SEGMENT              PIC  9(03).
           05  TX-SEGMENT-COUNT        PIC  9(03).
           05  TX-RETRANS-IND          PIC  X(01).
           05  TX-DETAIL-IMAGE         PIC  X(50).

      *    THE FIELDS THE XD AND XM FORMS CARRY IN THE SAME PLACES -
      *    THE IDENTIFIERS TRADE POSITIONS BETWEEN THE TWO FORMS, SO
      *    THEY ARE READ FROM TX-SSA-HIC ABOVE, NOT FROM HERE.

           05  TX-DETAIL-VIEW REDEFINES TX-DETAIL-IMAGE.
               10  TX-DTL-TYPE         PIC  X(02).
               10  FILLER              PIC  X(11).
               10  TX-DTL-BIC          PIC  X(02).
               10  FILLER              PIC  X(11).
               10  TX-DTL-ATTEMPTS     PIC  X(02).
               10  TX-DTL-ENT-DATE     PIC  X(08).
               10  TX-DTL-CLAIM-TYPE   PIC  X(02).
               10  FILLER              PIC  X(12).
           05  TX-RECORDED-DATE        PIC  X(08).
           05  FILLER                  PIC  X(10).
