       01 CNVPMAPM.
          02 CNVPMAPI.
            03 CNVTRNI PIC X(20) VALUE SPACES.
            03 CNVTRNF PIC S9(4) COMP VALUE 20.
            03 CNVTRNL PIC S9(4) COMP.
            03 CNVLBL1I PIC X(20) VALUE 'RRB HIC: '.
            03 CNVLBL1F PIC S9(4) COMP VALUE 20.
            03 CNVLBL1L PIC S9(4) COMP.
            03 CNVORIGI PIC X(12) VALUE SPACES.
            03 CNVORIGF PIC S9(4) COMP VALUE 12.
            03 CNVORIGL PIC S9(4) COMP.
            03 CNVLBL4I PIC X(20) VALUE 'ACTION (P/S/E): '.
            03 CNVLBL4F PIC S9(4) COMP VALUE 20.
            03 CNVLBL4L PIC S9(4) COMP.
            03 CNVACTI PIC X(01) VALUE SPACES.
            03 CNVACTF PIC S9(4) COMP VALUE 01.
            03 CNVACTL PIC S9(4) COMP.
          02 CNVPMAPO REDEFINES CNVPMAPI.
            03 CNVTRNO PIC X(20).
            03 CNVTRNF-FILLER PIC X(2).
            03 CNVTRNL-FILLER PIC X(2).
            03 CNVLBL1O PIC X(20).
            03 CNVLBL1F-FILLER PIC X(2).
            03 CNVLBL1L-FILLER PIC X(2).
