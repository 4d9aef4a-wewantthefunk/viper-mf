       01  OH4-REC                 PIC X(71).

       FD  RUN-LEDG-1
           RECORD CONTAINS 170 CHARACTERS.
       01  RL1-REC                 PIC X(170).

       FD  RUN-LEDG-2
           RECORD CONTAINS 170 CHARACTERS.
       01  RL2-REC                 PIC X(170).

       FD  RUN-LEDG-3
           RECORD CONTAINS 170 CHARACTERS.
       01  RL3-REC                 PIC X(170).

       FD  RUN-LEDG-4
           RECORD CONTAINS 170 CHARACTERS.
       01  RL4-REC                 PIC X(170).

       FD  QA-VRDCT-1
           RECORD CONTAINS 80 CHARACTERS.
           05  WL-REJECTED         PIC 9(09).
           05  WL-SEVERITY         PIC 9(02).
           05  WL-BACKOUT-FLAG     PIC X(01).
           05  WL-TABLE-VERSIONS   PIC X(20).

       01  WS-VERDICT-IMAGE.
           05  WV-DATE             PIC X(08).
