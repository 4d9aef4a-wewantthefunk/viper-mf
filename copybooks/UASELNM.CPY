      *****************************************************************
      *  MENUMAP'S NINE SELECTIONS BY NUMBER, FOR THE AUTHORIZATION   *
      *  LISTINGS - THE SAME ORDER AS UA-SEL-FLAG AND THE MENU'S PF1  *
      *  HELP PANEL.                                                  *
      *****************************************************************

       01  UA-SELECTION-NAMES.
           05  FILLER                  PIC  X(20)  VALUE
               'STATUS MONITOR'.
           05  FILLER                  PIC  X(20)  VALUE
               'MEN2 PROCESSING'.
           05  FILLER                  PIC  X(20)  VALUE
               'MEN3 PROCESSING'.
           05  FILLER                  PIC  X(20)  VALUE
               'MEN4 PROCESSING'.
           05  FILLER                  PIC  X(20)  VALUE
               'FPS TRANSACTION'.
           05  FILLER                  PIC  X(20)  VALUE
               'STATUS LOOKUP'.
           05  FILLER                  PIC  X(20)  VALUE
               'HICINQ CROSSWALK'.
           05  FILLER                  PIC  X(20)  VALUE
               'SSAINQ REVERSE'.
           05  FILLER                  PIC  X(20)  VALUE
               'CONVPREV PREVIEW'.
       01  UA-SELECTION-NAME-TABLE REDEFINES UA-SELECTION-NAMES.
           05  UA-SELECTION-NAME       PIC  X(20)  OCCURS 9 TIMES.
