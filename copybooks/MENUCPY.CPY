       01 MNUMMNUM.
          02 MNUMMNUI.
            03 TRAINI PIC X(20) VALUE SPACES.
            03 TRAINF PIC S9(4) COMP VALUE 20.
            03 TRAINL PIC S9(4) COMP.
            03 DATEI PIC X(10) VALUE SPACES.
            03 DATEF PIC S9(4) COMP VALUE 10.
            03 DATEL PIC S9(4) COMP.
            03 MESSAGEF PIC S9(4) COMP VALUE 80.
            03 MESSAGEL PIC S9(4) COMP.
          02 MNUMMNUO REDEFINES MNUMMNUI.
            03 TRAINO PIC X(20).
            03 TRAINF-FILLER PIC X(2).
            03 TRAINL-FILLER PIC X(2).
            03 DATEO PIC X(10).
            03 DATEF-FILLER PIC X(2).
            03 DATEL-FILLER PIC X(2).
