       01 WRKQMAPM.
          02 WRKQMAPI.
            03 WKQTRNI PIC X(20) VALUE SPACES.
            03 WKQTRNF PIC S9(4) COMP VALUE 20.
            03 WKQTRNL PIC S9(4) COMP.
            03 WKQTITLI PIC X(70) VALUE 'WORK-ITEM QUEUE'.
            03 WKQTITLF PIC S9(4) COMP VALUE 70.
            03 WKQTITLL PIC S9(4) COMP.
            03 WKQHDRI PIC X(78) VALUE SPACES.
            03 WKQHDRF PIC S9(4) COMP VALUE 78.
            03 WKQHDRL PIC S9(4) COMP.
            03 WKQROW1I PIC X(78) VALUE SPACES.
            03 WKQROW1F PIC S9(4) COMP VALUE 78.
            03 WKQROW1L PIC S9(4) COMP.
            03 WKQROW2I PIC X(78) VALUE SPACES.
            03 WKQROW2F PIC S9(4) COMP VALUE 78.
            03 WKQROW2L PIC S9(4) COMP.
            03 WKQROW3I PIC X(78) VALUE SPACES.
            03 WKQROW3F PIC S9(4) COMP VALUE 78.
            03 WKQROW3L PIC S9(4) COMP.
            03 WKQROW4I PIC X(78) VALUE SPACES.
            03 WKQROW4F PIC S9(4) COMP VALUE 78.
            03 WKQROW4L PIC S9(4) COMP.
            03 WKQROW5I PIC X(78) VALUE SPACES.
            03 WKQROW5F PIC S9(4) COMP VALUE 78.
            03 WKQROW5L PIC S9(4) COMP.
            03 WKQROW6I PIC X(78) VALUE SPACES.
            03 WKQROW6F PIC S9(4) COMP VALUE 78.
            03 WKQROW6L PIC S9(4) COMP.
            03 WKQROW7I PIC X(78) VALUE SPACES.
            03 WKQROW7F PIC S9(4) COMP VALUE 78.
            03 WKQROW7L PIC S9(4) COMP.
            03 WKQLBL1I PIC X(14) VALUE 'ROW (1-7):'.
            03 WKQLBL1F PIC S9(4) COMP VALUE 14.
            03 WKQLBL1L PIC S9(4) COMP.
            03 WKQSELI PIC X(01) VALUE SPACES.
            03 WKQSELF PIC S9(4) COMP VALUE 01.
            03 WKQSELL PIC S9(4) COMP.
            03 WKQLBL2I PIC X(18) VALUE 'ACTION C/N/X/R:'.
            03 WKQLBL2F PIC S9(4) COMP VALUE 18.
            03 WKQLBL2L PIC S9(4) COMP.
            03 WKQACTI PIC X(01) VALUE SPACES.
            03 WKQACTF PIC S9(4) COMP VALUE 01.
            03 WKQACTL PIC S9(4) COMP.
            03 WKQLBL3I PIC X(14) VALUE 'OUTCOME CODE:'.
            03 WKQLBL3F PIC S9(4) COMP VALUE 14.
            03 WKQLBL3L PIC S9(4) COMP.
            03 WKQOUTCI PIC X(02) VALUE SPACES.
            03 WKQOUTCF PIC S9(4) COMP VALUE 02.
            03 WKQOUTCL PIC S9(4) COMP.
            03 WKQLBL4I PIC X(06) VALUE 'NOTE:'.
            03 WKQLBL4F PIC S9(4) COMP VALUE 06.
            03 WKQLBL4L PIC S9(4) COMP.
            03 WKQNOTEI PIC X(30) VALUE SPACES.
            03 WKQNOTEF PIC S9(4) COMP VALUE 30.
            03 WKQNOTEL PIC S9(4) COMP.
            03 WKQMSGI PIC X(78) VALUE SPACES.
            03 WKQMSGF PIC S9(4) COMP VALUE 78.
            03 WKQMSGL PIC S9(4) COMP.
            03 WKQKEYSI PIC X(78) VALUE SPACES.
            03 WKQKEYSF PIC S9(4) COMP VALUE 78.
            03 WKQKEYSL PIC S9(4) COMP.
          02 WRKQMAPO REDEFINES WRKQMAPI.
            03 WKQTRNO PIC X(20).
            03 WKQTRNF-FILLER PIC X(2).
            03 WKQTRNL-FILLER PIC X(2).
            03 WKQTITLO PIC X(70).
            03 WKQTITLF-FILLER PIC X(2).
            03 WKQTITLL-FILLER PIC X(2).
            03 WKQHDRO PIC X(78).
            03 WKQHDRF-FILLER PIC X(2).
            03 WKQHDRL-FILLER PIC X(2).
            03 WKQROW1O PIC X(78).
            03 WKQROW1F-FILLER PIC X(2).
            03 WKQROW1L-FILLER PIC X(2).
            03 WKQROW2O PIC X(78).
            03 WKQROW2F-FILLER PIC X(2).
            03 WKQROW2L-FILLER PIC X(2).
            03 WKQROW3O PIC X(78).
            03 WKQROW3F-FILLER PIC X(2).
            03 WKQROW3L-FILLER PIC X(2).
            03 WKQROW4O PIC X(78).
            03 WKQROW4F-FILLER PIC X(2).
            03 WKQROW4L-FILLER PIC X(2).
            03 WKQROW5O PIC X(78).
            03 WKQROW5F-FILLER PIC X(2).
            03 WKQROW5L-FILLER PIC X(2).
            03 WKQROW6O PIC X(78).
            03 WKQROW6F-FILLER PIC X(2).
            03 WKQROW6L-FILLER PIC X(2).
            03 WKQROW7O PIC X(78).
            03 WKQROW7F-FILLER PIC X(2).
            03 WKQROW7L-FILLER PIC X(2).
            03 WKQLBL1O PIC X(14).
            03 WKQLBL1F-FILLER PIC X(2).
            03 WKQLBL1L-FILLER PIC X(2).
            03 WKQSELO PIC X(01).
            03 WKQSELF-FILLER PIC X(2).
            03 WKQSELL-FILLER PIC X(2).
            03 WKQLBL2O PIC X(18).
            03 WKQLBL2F-FILLER PIC X(2).
            03 WKQLBL2L-FILLER PIC X(2).
            03 WKQACTO PIC X(01).
            03 WKQACTF-FILLER PIC X(2).
            03 WKQACTL-FILLER PIC X(2).
            03 WKQLBL3O PIC X(14).
            03 WKQLBL3F-FILLER PIC X(2).
            03 WKQLBL3L-FILLER PIC X(2).
            03 WKQOUTCO PIC X(02).
            03 WKQOUTCF-FILLER PIC X(2).
            03 WKQOUTCL-FILLER PIC X(2).
            03 WKQLBL4O PIC X(06).
            03 WKQLBL4F-FILLER PIC X(2).
            03 WKQLBL4L-FILLER PIC X(2).
            03 WKQNOTEO PIC X(30).
            03 WKQNOTEF-FILLER PIC X(2).
            03 WKQNOTEL-FILLER PIC X(2).
            03 WKQMSGO PIC X(78).
            03 WKQMSGF-FILLER PIC X(2).
            03 WKQMSGL-FILLER PIC X(2).
            03 WKQKEYSO PIC X(78).
            03 WKQKEYSF-FILLER PIC X(2).
            03 WKQKEYSL-FILLER PIC X(2).
