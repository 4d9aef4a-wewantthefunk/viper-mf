      * TWO DIFFERENT RRB HICS COMPUTING TO THE SAME SSA HIC CANNOT
      * BOTH BE KEYED HERE - THE FIRST ONE IN KEY ORDER WINS AND THE
      * COLLISION IS COUNTED AND DISPLAYED SO IT CAN BE CHASED.
      *
      * THE SAME SWEEP REBUILDS THE MBI-KEYED MBIXREF COMPANION (MBI
      * TO RRB HIC AND SSA HIC) FOR THE MBIINQ SCREEN - SSA
      * CORRESPONDENCE INCREASINGLY CARRIES ONLY THE MBI. A MASTER
      * RECORD WITH NO MBI YET IS SIMPLY NOT KEYED THERE, AND AN MBI
      * ON TWO RRB HICS FOLLOWS THE SAME FIRST-ONE-WINS RULE. SSAACK
      * UPSERTS IT AS EACH NEW MBI POSTS, SO NIGHTS ON THE
      * INCREMENTAL PATH STAY CURRENT TOO.

       ENVIRONMENT DIVISION.

                                  RECORD KEY IS SX-SSA-HIC
                                  FILE STATUS IS SX-FILE-STATUS.

           SELECT MBI-XREF-FILE   ASSIGN TO WS-MBIXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  SSA-XREF-FILE.

           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

       WORKING-STORAGE SECTION.

       01  HX-FILE-STATUS              PIC  X(02).
       01  SX-FILE-STATUS              PIC  X(02).
       01  MB-FILE-STATUS              PIC  X(02).

       01  WS-HICXREF-DSN              PIC  X(08).
       01  WS-SSAXREF-DSN              PIC  X(08).
       01  WS-MBIXREF-DSN              PIC  X(08).

           COPY WSTMODE.

           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-COMPANION-WRITTEN    PIC 9(09)  VALUE ZERO.
           05  WS-COLLISIONS           PIC 9(09)  VALUE ZERO.
           05  WS-MBI-WRITTEN          PIC 9(09)  VALUE ZERO.
           05  WS-MBI-COLLISIONS       PIC 9(09)  VALUE ZERO.

      *    PARAMETERS FOR CKPTSRV - SAME LAYOUT AS CKPTSRV'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'SSAXREFT'          TO  WS-SSAXREF-DSN
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'SSAXREF '          TO  WS-SSAXREF-DSN
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
           END-IF.

           OPEN INPUT HIC-XREF-FILE.
              MOVE CP-COUNT-1          TO WS-COMPANION-WRITTEN
              MOVE CP-COUNT-2          TO WS-COLLISIONS
              OPEN I-O SSA-XREF-FILE
                       MBI-XREF-FILE
              MOVE CP-LAST-KEY (1:12)  TO HX-RRB-HIC
              DISPLAY 'SSAXBLD,RESUMING PAST KEY,' HX-RRB-HIC
              START HIC-XREF-FILE KEY > HX-RRB-HIC
              END-START
           ELSE
              OPEN OUTPUT SSA-XREF-FILE
                          MBI-XREF-FILE
              MOVE LOW-VALUES          TO HX-RRB-HIC
              START HIC-XREF-FILE KEY NOT < HX-RRB-HIC
                 INVALID KEY
               ADD 1                   TO WS-COMPANION-WRITTEN
           END-WRITE.

           IF HX-SSA-MBI NOT = SPACE
              MOVE HX-SSA-MBI          TO MB-SSA-MBI
              MOVE HX-RRB-HIC          TO MB-RRB-HIC
              MOVE HX-SSA-HIC          TO MB-SSA-HIC
              MOVE HX-SSA-BIC          TO MB-SSA-BIC
              MOVE HX-LAST-SEEN        TO MB-LAST-SEEN
              WRITE MBI-XREF-REC
                INVALID KEY
                  ADD 1                TO WS-MBI-COLLISIONS
                  DISPLAY 'SSAXBLD,MBI CARRIED BY MORE THAN ONE '
                          'RRB HIC,' HX-SSA-MBI ',' HX-RRB-HIC
                NOT INVALID KEY
                  ADD 1                TO WS-MBI-WRITTEN
              END-WRITE
           END-IF.

           ADD 1 TO WS-READS-SINCE-CKPT.
           IF WS-READS-SINCE-CKPT >= WS-CKPT-INTERVAL
              MOVE ZERO                TO WS-READS-SINCE-CKPT
       8000-TERMINATE.

           CLOSE HIC-XREF-FILE
                 SSA-XREF-FILE
                 MBI-XREF-FILE.

      *    THE CHECKPOINT IS ONLY CLEARED AFTER A SWEEP THAT REALLY
      *    RAN - A MASTER THAT NEVER OPENED MUST NOT COST AN ABENDED
           DISPLAY 'SSAXBLD,COMPANION RECORDS WRITTEN,'
                   WS-COMPANION-WRITTEN.
           DISPLAY 'SSAXBLD,COLLISIONS SKIPPED,' WS-COLLISIONS.
           DISPLAY 'SSAXBLD,MBI COMPANION RECORDS WRITTEN,'
                   WS-MBI-WRITTEN.
           DISPLAY 'SSAXBLD,MBI COLLISIONS SKIPPED,'
                   WS-MBI-COLLISIONS.

       8000-EXIT.
           EXIT.
