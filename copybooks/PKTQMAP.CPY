       01 PKTQMAPM.
          02 PKTQMAPI.
            03 PKQTRNI PIC X(20) VALUE SPACES.
            03 PKQTRNF PIC S9(4) COMP VALUE 20.
            03 PKQTRNL PIC S9(4) COMP.
            03 PKQTITLI PIC X(70) VALUE
               'RESEARCH PACKET REQUESTS'.
            03 PKQTITLF PIC S9(4) COMP VALUE 70.
            03 PKQTITLL PIC S9(4) COMP.
            03 PKQLBL1I PIC X(24) VALUE 'KEY TYPE (R/S) / KEY: '.
            03 PKQLBL1F PIC S9(4) COMP VALUE 24.
            03 PKQLBL1L PIC S9(4) COMP.
            03 PKQTYPI PIC X(01) VALUE SPACES.
            03 PKQTYPF PIC S9(4) COMP VALUE 01.
            03 PKQTYPL PIC S9(4) COMP.
            03 PKQKEYI PIC X(12) VALUE SPACES.
            03 PKQKEYF PIC S9(4) COMP VALUE 12.
            03 PKQKEYL PIC S9(4) COMP.
            03 PKQLBL2I PIC X(24) VALUE 'REASON (CG/BN/LG/AU/OT):'.
            03 PKQLBL2F PIC S9(4) COMP VALUE 24.
            03 PKQLBL2L PIC S9(4) COMP.
            03 PKQRSNI PIC X(02) VALUE SPACES.
            03 PKQRSNF PIC S9(4) COMP VALUE 02.
            03 PKQRSNL PIC S9(4) COMP.
            03 PKQLBL3I PIC X(24) VALUE 'DELIVER TO UNIT: '.
            03 PKQLBL3F PIC S9(4) COMP VALUE 24.
            03 PKQLBL3L PIC S9(4) COMP.
            03 PKQDESTI PIC X(12) VALUE SPACES.
            03 PKQDESTF PIC S9(4) COMP VALUE 12.
            03 PKQDESTL PIC S9(4) COMP.
            03 PKQHDRI PIC X(70) VALUE SPACES.
            03 PKQHDRF PIC S9(4) COMP VALUE 70.
            03 PKQHDRL PIC S9(4) COMP.
            03 PKQROW1I PIC X(70) VALUE SPACES.
            03 PKQROW1F PIC S9(4) COMP VALUE 70.
            03 PKQROW1L PIC S9(4) COMP.
            03 PKQROW2I PIC X(70) VALUE SPACES.
            03 PKQROW2F PIC S9(4) COMP VALUE 70.
            03 PKQROW2L PIC S9(4) COMP.
            03 PKQROW3I PIC X(70) VALUE SPACES.
            03 PKQROW3F PIC S9(4) COMP VALUE 70.
            03 PKQROW3L PIC S9(4) COMP.
            03 PKQROW4I PIC X(70) VALUE SPACES.
            03 PKQROW4F PIC S9(4) COMP VALUE 70.
            03 PKQROW4L PIC S9(4) COMP.
            03 PKQROW5I PIC X(70) VALUE SPACES.
            03 PKQROW5F PIC S9(4) COMP VALUE 70.
            03 PKQROW5L PIC S9(4) COMP.
            03 PKQROW6I PIC X(70) VALUE SPACES.
            03 PKQROW6F PIC S9(4) COMP VALUE 70.
            03 PKQROW6L PIC S9(4) COMP.
            03 PKQMSGI PIC X(60) VALUE SPACES.
            03 PKQMSGF PIC S9(4) COMP VALUE 60.
            03 PKQMSGL PIC S9(4) COMP.
          02 PKTQMAPO REDEFINES PKTQMAPI.
            03 PKQTRNO PIC X(20).
            03 PKQTRNF-FILLER PIC X(2).
            03 PKQTRNL-FILLER PIC X(2).
            03 PKQTITLO PIC X(70).
            03 PKQTITLF-FILLER PIC X(2).
            03 PKQTITLL-FILLER PIC X(2).
            03 PKQLBL1O PIC X(24).
            03 PKQLBL1F-FILLER PIC X(2).
            03 PKQLBL1L-FILLER PIC X(2).
            03 PKQTYPO PIC X(01).
            03 PKQTYPF-FILLER PIC X(2).
            03 PKQTYPL-FILLER PIC X(2).
            03 PKQKEYO PIC X(12).
            03 PKQKEYF-FILLER PIC X(2).
            03 PKQKEYL-FILLER PIC X(2).
            03 PKQLBL2O PIC X(24).
            03 PKQLBL2F-FILLER PIC X(2).
            03 PKQLBL2L-FILLER PIC X(2).
            03 PKQRSNO PIC X(02).
            03 PKQRSNF-FILLER PIC X(2).
            03 PKQRSNL-FILLER PIC X(2).
            03 PKQLBL3O PIC X(24).
            03 PKQLBL3F-FILLER PIC X(2).
            03 PKQLBL3L-FILLER PIC X(2).
            03 PKQDESTO PIC X(12).
            03 PKQDESTF-FILLER PIC X(2).
            03 PKQDESTL-FILLER PIC X(2).
            03 PKQHDRO PIC X(70).
            03 PKQHDRF-FILLER PIC X(2).
            03 PKQHDRL-FILLER PIC X(2).
            03 PKQROW1O PIC X(70).
            03 PKQROW1F-FILLER PIC X(2).
            03 PKQROW1L-FILLER PIC X(2).
            03 PKQROW2O PIC X(70).
            03 PKQROW2F-FILLER PIC X(2).
            03 PKQROW2L-FILLER PIC X(2).
            03 PKQROW3O PIC X(70).
            03 PKQROW3F-FILLER PIC X(2).
            03 PKQROW3L-FILLER PIC X(2).
            03 PKQROW4O PIC X(70).
            03 PKQROW4F-FILLER PIC X(2).
            03 PKQROW4L-FILLER PIC X(2).
            03 PKQROW5O PIC X(70).
            03 PKQROW5F-FILLER PIC X(2).
            03 PKQROW5L-FILLER PIC X(2).
            03 PKQROW6O PIC X(70).
            03 PKQROW6F-FILLER PIC X(2).
            03 PKQROW6L-FILLER PIC X(2).
            03 PKQMSGO PIC X(60).
            03 PKQMSGF-FILLER PIC X(2).
            03 PKQMSGL-FILLER PIC X(2).
