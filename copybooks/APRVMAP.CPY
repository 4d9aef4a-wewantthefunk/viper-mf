       01 APRVMAPM.
          02 APRVMAPI.
            03 APVTRNI PIC X(20) VALUE SPACES.
            03 APVTRNF PIC S9(4) COMP VALUE 20.
            03 APVTRNL PIC S9(4) COMP.
            03 APVLBL1I PIC X(20) VALUE 'PROGRAM: '.
            03 APVLBL1F PIC S9(4) COMP VALUE 20.
            03 APVLBL1L PIC S9(4) COMP.
            03 APVPGMI PIC X(08) VALUE SPACES.
            03 APVPGMF PIC S9(4) COMP VALUE 08.
            03 APVPGML PIC S9(4) COMP.
            03 APVLBL2I PIC X(20) VALUE 'REQUEST STAMP: '.
            03 APVLBL2F PIC S9(4) COMP VALUE 20.
            03 APVLBL2L PIC S9(4) COMP.
            03 APVREQI PIC X(14) VALUE SPACES.
            03 APVREQF PIC S9(4) COMP VALUE 14.
            03 APVREQL PIC S9(4) COMP.
            03 APVLBL3I PIC X(20) VALUE 'ACTION (A/R): '.
            03 APVLBL3F PIC S9(4) COMP VALUE 20.
            03 APVLBL3L PIC S9(4) COMP.
            03 APVACTI PIC X(01) VALUE SPACES.
            03 APVACTF PIC S9(4) COMP VALUE 01.
            03 APVACTL PIC S9(4) COMP.
            03 APVLBL4I PIC X(20) VALUE 'STATUS (P/A/R/U): '.
            03 APVLBL4F PIC S9(4) COMP VALUE 20.
            03 APVLBL4L PIC S9(4) COMP.
            03 APVSTAI PIC X(01) VALUE SPACES.
            03 APVSTAF PIC S9(4) COMP VALUE 01.
            03 APVSTAL PIC S9(4) COMP.
            03 APVLBL5I PIC X(20) VALUE 'PREPARED BY: '.
            03 APVLBL5F PIC S9(4) COMP VALUE 20.
            03 APVLBL5L PIC S9(4) COMP.
            03 APVPRPI PIC X(08) VALUE SPACES.
            03 APVPRPF PIC S9(4) COMP VALUE 08.
            03 APVPRPL PIC S9(4) COMP.
            03 APVLBL6I PIC X(20) VALUE 'CONTROL CARD: '.
            03 APVLBL6F PIC S9(4) COMP VALUE 20.
            03 APVLBL6L PIC S9(4) COMP.
            03 APVCRDI PIC X(40) VALUE SPACES.
            03 APVCRDF PIC S9(4) COMP VALUE 40.
            03 APVCRDL PIC S9(4) COMP.
            03 APVLBL7I PIC X(20) VALUE 'INPUT DD/COUNT: '.
            03 APVLBL7F PIC S9(4) COMP VALUE 20.
            03 APVLBL7L PIC S9(4) COMP.
            03 APVDDI PIC X(08) VALUE SPACES.
            03 APVDDF PIC S9(4) COMP VALUE 08.
            03 APVDDL PIC S9(4) COMP.
            03 APVCNTI PIC X(09) VALUE SPACES.
            03 APVCNTF PIC S9(4) COMP VALUE 09.
            03 APVCNTL PIC S9(4) COMP.
            03 APVLBL8I PIC X(20) VALUE 'INPUT HASH: '.
            03 APVLBL8F PIC S9(4) COMP VALUE 20.
            03 APVLBL8L PIC S9(4) COMP.
            03 APVHSHI PIC X(15) VALUE SPACES.
            03 APVHSHF PIC S9(4) COMP VALUE 15.
            03 APVHSHL PIC S9(4) COMP.
            03 APVLBL9I PIC X(20) VALUE 'DECIDED BY: '.
            03 APVLBL9F PIC S9(4) COMP VALUE 20.
            03 APVLBL9L PIC S9(4) COMP.
            03 APVAPRI PIC X(08) VALUE SPACES.
            03 APVAPRF PIC S9(4) COMP VALUE 08.
            03 APVAPRL PIC S9(4) COMP.
            03 APVLBLAI PIC X(20) VALUE 'EXPIRES: '.
            03 APVLBLAF PIC S9(4) COMP VALUE 20.
            03 APVLBLAL PIC S9(4) COMP.
            03 APVEXPI PIC X(12) VALUE SPACES.
            03 APVEXPF PIC S9(4) COMP VALUE 12.
            03 APVEXPL PIC S9(4) COMP.
            03 APVMSGI PIC X(40) VALUE SPACES.
            03 APVMSGF PIC S9(4) COMP VALUE 40.
            03 APVMSGL PIC S9(4) COMP.
          02 APRVMAPO REDEFINES APRVMAPI.
            03 APVTRNO PIC X(20).
            03 APVTRNF-FILLER PIC X(2).
            03 APVTRNL-FILLER PIC X(2).
            03 APVLBL1O PIC X(20).
            03 APVLBL1F-FILLER PIC X(2).
            03 APVLBL1L-FILLER PIC X(2).
            03 APVPGMO PIC X(08).
            03 APVPGMF-FILLER PIC X(2).
            03 APVPGML-FILLER PIC X(2).
            03 APVLBL2O PIC X(20).
            03 APVLBL2F-FILLER PIC X(2).
            03 APVLBL2L-FILLER PIC X(2).
            03 APVREQO PIC X(14).
            03 APVREQF-FILLER PIC X(2).
            03 APVREQL-FILLER PIC X(2).
            03 APVLBL3O PIC X(20).
            03 APVLBL3F-FILLER PIC X(2).
            03 APVLBL3L-FILLER PIC X(2).
            03 APVACTO PIC X(01).
            03 APVACTF-FILLER PIC X(2).
            03 APVACTL-FILLER PIC X(2).
            03 APVLBL4O PIC X(20).
            03 APVLBL4F-FILLER PIC X(2).
            03 APVLBL4L-FILLER PIC X(2).
            03 APVSTAO PIC X(01).
            03 APVSTAF-FILLER PIC X(2).
            03 APVSTAL-FILLER PIC X(2).
            03 APVLBL5O PIC X(20).
            03 APVLBL5F-FILLER PIC X(2).
            03 APVLBL5L-FILLER PIC X(2).
            03 APVPRPO PIC X(08).
            03 APVPRPF-FILLER PIC X(2).
            03 APVPRPL-FILLER PIC X(2).
            03 APVLBL6O PIC X(20).
            03 APVLBL6F-FILLER PIC X(2).
            03 APVLBL6L-FILLER PIC X(2).
            03 APVCRDO PIC X(40).
            03 APVCRDF-FILLER PIC X(2).
            03 APVCRDL-FILLER PIC X(2).
            03 APVLBL7O PIC X(20).
            03 APVLBL7F-FILLER PIC X(2).
            03 APVLBL7L-FILLER PIC X(2).
            03 APVDDO PIC X(08).
            03 APVDDF-FILLER PIC X(2).
            03 APVDDL-FILLER PIC X(2).
            03 APVCNTO PIC X(09).
            03 APVCNTF-FILLER PIC X(2).
            03 APVCNTL-FILLER PIC X(2).
            03 APVLBL8O PIC X(20).
            03 APVLBL8F-FILLER PIC X(2).
            03 APVLBL8L-FILLER PIC X(2).
            03 APVHSHO PIC X(15).
            03 APVHSHF-FILLER PIC X(2).
            03 APVHSHL-FILLER PIC X(2).
            03 APVLBL9O PIC X(20).
            03 APVLBL9F-FILLER PIC X(2).
            03 APVLBL9L-FILLER PIC X(2).
            03 APVAPRO PIC X(08).
            03 APVAPRF-FILLER PIC X(2).
            03 APVAPRL-FILLER PIC X(2).
            03 APVLBLAO PIC X(20).
            03 APVLBLAF-FILLER PIC X(2).
            03 APVLBLAL-FILLER PIC X(2).
            03 APVEXPO PIC X(12).
            03 APVEXPF-FILLER PIC X(2).
            03 APVEXPL-FILLER PIC X(2).
            03 APVMSGO PIC X(40).
            03 APVMSGF-FILLER PIC X(2).
            03 APVMSGL-FILLER PIC X(2).
