       01 OUTCMAPM.
          02 OUTCMAPI.
            03 OUTTRNI PIC X(20) VALUE SPACES.
            03 OUTTRNF PIC S9(4) COMP VALUE 20.
            03 OUTTRNL PIC S9(4) COMP.
            03 OUTLBL1I PIC X(20) VALUE 'RRB HIC: '.
            03 OUTLBL1F PIC S9(4) COMP VALUE 20.
            03 OUTLBL1L PIC S9(4) COMP.
            03 OUTMSGF PIC S9(4) COMP VALUE 40.
            03 OUTMSGL PIC S9(4) COMP.
          02 OUTCMAPO REDEFINES OUTCMAPI.
            03 OUTTRNO PIC X(20).
            03 OUTTRNF-FILLER PIC X(2).
            03 OUTTRNL-FILLER PIC X(2).
            03 OUTLBL1O PIC X(20).
            03 OUTLBL1F-FILLER PIC X(2).
            03 OUTLBL1L-FILLER PIC X(2).
