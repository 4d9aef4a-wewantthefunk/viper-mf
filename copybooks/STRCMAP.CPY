       01 STRCMAPM.
          02 STRCMAPI.
            03 STCTITLI PIC X(70) VALUE 'STREAM STEP CONTROL'.
            03 STCTITLF PIC S9(4) COMP VALUE 70.
            03 STCTITLL PIC S9(4) COMP.
            03 STCHDRI PIC X(78) VALUE SPACES.
            03 STCHDRF PIC S9(4) COMP VALUE 78.
            03 STCHDRL PIC S9(4) COMP.
            03 STCROW1I PIC X(78) VALUE SPACES.
            03 STCROW1F PIC S9(4) COMP VALUE 78.
            03 STCROW1L PIC S9(4) COMP.
            03 STCROW2I PIC X(78) VALUE SPACES.
            03 STCROW2F PIC S9(4) COMP VALUE 78.
            03 STCROW2L PIC S9(4) COMP.
            03 STCROW3I PIC X(78) VALUE SPACES.
            03 STCROW3F PIC S9(4) COMP VALUE 78.
            03 STCROW3L PIC S9(4) COMP.
            03 STCROW4I PIC X(78) VALUE SPACES.
            03 STCROW4F PIC S9(4) COMP VALUE 78.
            03 STCROW4L PIC S9(4) COMP.
            03 STCROW5I PIC X(78) VALUE SPACES.
            03 STCROW5F PIC S9(4) COMP VALUE 78.
            03 STCROW5L PIC S9(4) COMP.
            03 STCROW6I PIC X(78) VALUE SPACES.
            03 STCROW6F PIC S9(4) COMP VALUE 78.
            03 STCROW6L PIC S9(4) COMP.
            03 STCROW7I PIC X(78) VALUE SPACES.
            03 STCROW7F PIC S9(4) COMP VALUE 78.
            03 STCROW7L PIC S9(4) COMP.
            03 STCLBL1I PIC X(14) VALUE 'ROW (1-7):'.
            03 STCLBL1F PIC S9(4) COMP VALUE 14.
            03 STCLBL1L PIC S9(4) COMP.
            03 STCSELI PIC X(01) VALUE SPACES.
            03 STCSELF PIC S9(4) COMP VALUE 01.
            03 STCSELL PIC S9(4) COMP.
            03 STCLBL2I PIC X(18) VALUE 'ACTION H/S/F/R:'.
            03 STCLBL2F PIC S9(4) COMP VALUE 18.
            03 STCLBL2L PIC S9(4) COMP.
            03 STCACTI PIC X(01) VALUE SPACES.
            03 STCACTF PIC S9(4) COMP VALUE 01.
            03 STCACTL PIC S9(4) COMP.
            03 STCLBL3I PIC X(08) VALUE 'REASON:'.
            03 STCLBL3F PIC S9(4) COMP VALUE 08.
            03 STCLBL3L PIC S9(4) COMP.
            03 STCRSNI PIC X(40) VALUE SPACES.
            03 STCRSNF PIC S9(4) COMP VALUE 40.
            03 STCRSNL PIC S9(4) COMP.
            03 STCMSGI PIC X(78) VALUE SPACES.
            03 STCMSGF PIC S9(4) COMP VALUE 78.
            03 STCMSGL PIC S9(4) COMP.
            03 STCKEYSI PIC X(78) VALUE SPACES.
            03 STCKEYSF PIC S9(4) COMP VALUE 78.
            03 STCKEYSL PIC S9(4) COMP.
          02 STRCMAPO REDEFINES STRCMAPI.
            03 STCTITLO PIC X(70).
            03 STCTITLF-FILLER PIC X(2).
            03 STCTITLL-FILLER PIC X(2).
            03 STCHDRO PIC X(78).
            03 STCHDRF-FILLER PIC X(2).
            03 STCHDRL-FILLER PIC X(2).
            03 STCROW1O PIC X(78).
            03 STCROW1F-FILLER PIC X(2).
            03 STCROW1L-FILLER PIC X(2).
            03 STCROW2O PIC X(78).
            03 STCROW2F-FILLER PIC X(2).
            03 STCROW2L-FILLER PIC X(2).
            03 STCROW3O PIC X(78).
            03 STCROW3F-FILLER PIC X(2).
            03 STCROW3L-FILLER PIC X(2).
            03 STCROW4O PIC X(78).
            03 STCROW4F-FILLER PIC X(2).
            03 STCROW4L-FILLER PIC X(2).
            03 STCROW5O PIC X(78).
            03 STCROW5F-FILLER PIC X(2).
            03 STCROW5L-FILLER PIC X(2).
            03 STCROW6O PIC X(78).
            03 STCROW6F-FILLER PIC X(2).
            03 STCROW6L-FILLER PIC X(2).
            03 STCROW7O PIC X(78).
            03 STCROW7F-FILLER PIC X(2).
            03 STCROW7L-FILLER PIC X(2).
            03 STCLBL1O PIC X(14).
            03 STCLBL1F-FILLER PIC X(2).
            03 STCLBL1L-FILLER PIC X(2).
            03 STCSELO PIC X(01).
            03 STCSELF-FILLER PIC X(2).
            03 STCSELL-FILLER PIC X(2).
            03 STCLBL2O PIC X(18).
            03 STCLBL2F-FILLER PIC X(2).
            03 STCLBL2L-FILLER PIC X(2).
            03 STCACTO PIC X(01).
            03 STCACTF-FILLER PIC X(2).
            03 STCACTL-FILLER PIC X(2).
            03 STCLBL3O PIC X(08).
            03 STCLBL3F-FILLER PIC X(2).
            03 STCLBL3L-FILLER PIC X(2).
            03 STCRSNO PIC X(40).
            03 STCRSNF-FILLER PIC X(2).
            03 STCRSNL-FILLER PIC X(2).
            03 STCMSGO PIC X(78).
            03 STCMSGF-FILLER PIC X(2).
            03 STCMSGL-FILLER PIC X(2).
            03 STCKEYSO PIC X(78).
            03 STCKEYSF-FILLER PIC X(2).
            03 STCKEYSL-FILLER PIC X(2).
