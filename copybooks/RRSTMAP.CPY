       01 RRSTMAPM.
          02 RRSTMAPI.
            03 RRSTRNI PIC X(20) VALUE SPACES.
            03 RRSTRNF PIC S9(4) COMP VALUE 20.
            03 RRSTRNL PIC S9(4) COMP.
            03 RRSLBL1I PIC X(20) VALUE 'ACTION (S/C): '.
            03 RRSLBL1F PIC S9(4) COMP VALUE 20.
            03 RRSLBL1L PIC S9(4) COMP.
            03 RRSMSGF PIC S9(4) COMP VALUE 40.
            03 RRSMSGL PIC S9(4) COMP.
          02 RRSTMAPO REDEFINES RRSTMAPI.
            03 RRSTRNO PIC X(20).
            03 RRSTRNF-FILLER PIC X(2).
            03 RRSTRNL-FILLER PIC X(2).
            03 RRSLBL1O PIC X(20).
            03 RRSLBL1F-FILLER PIC X(2).
            03 RRSLBL1L-FILLER PIC X(2).
