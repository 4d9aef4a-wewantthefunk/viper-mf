       01 SSAIMAPM.
          02 SSAIMAPI.
            03 SSATRNI PIC X(20) VALUE SPACES.
            03 SSATRNF PIC S9(4) COMP VALUE 20.
            03 SSATRNL PIC S9(4) COMP.
            03 SSALBL1I PIC X(20) VALUE 'SSA HIC: '.
            03 SSALBL1F PIC S9(4) COMP VALUE 20.
            03 SSALBL1L PIC S9(4) COMP.
            03 SSAMBII PIC X(11) VALUE SPACES.
            03 SSAMBIF PIC S9(4) COMP VALUE 11.
            03 SSAMBIL PIC S9(4) COMP.
            03 SSALBL5I PIC X(20) VALUE 'SUPERSEDED BY/CURR: '.
            03 SSALBL5F PIC S9(4) COMP VALUE 20.
            03 SSALBL5L PIC S9(4) COMP.
            03 SSASUPBI PIC X(12) VALUE SPACES.
            03 SSASUPBF PIC S9(4) COMP VALUE 12.
            03 SSASUPBL PIC S9(4) COMP.
            03 SSACURRI PIC X(12) VALUE SPACES.
            03 SSACURRF PIC S9(4) COMP VALUE 12.
            03 SSACURRL PIC S9(4) COMP.
            03 SSALBL6I PIC X(20) VALUE 'SUPERSEDES/ORIGINAL:'.
            03 SSALBL6F PIC S9(4) COMP VALUE 20.
            03 SSALBL6L PIC S9(4) COMP.
            03 SSASUPSI PIC X(12) VALUE SPACES.
            03 SSASUPSF PIC S9(4) COMP VALUE 12.
            03 SSASUPSL PIC S9(4) COMP.
            03 SSAORIGI PIC X(12) VALUE SPACES.
            03 SSAORIGF PIC S9(4) COMP VALUE 12.
            03 SSAORIGL PIC S9(4) COMP.
            03 SSAMSGI PIC X(40) VALUE SPACES.
            03 SSAMSGF PIC S9(4) COMP VALUE 40.
            03 SSAMSGL PIC S9(4) COMP.
          02 SSAIMAPO REDEFINES SSAIMAPI.
            03 SSATRNO PIC X(20).
            03 SSATRNF-FILLER PIC X(2).
            03 SSATRNL-FILLER PIC X(2).
            03 SSALBL1O PIC X(20).
            03 SSALBL1F-FILLER PIC X(2).
            03 SSALBL1L-FILLER PIC X(2).
            03 SSAMBIO PIC X(11).
            03 SSAMBIF-FILLER PIC X(2).
            03 SSAMBIL-FILLER PIC X(2).
            03 SSALBL5O PIC X(20).
            03 SSALBL5F-FILLER PIC X(2).
            03 SSALBL5L-FILLER PIC X(2).
            03 SSASUPBO PIC X(12).
            03 SSASUPBF-FILLER PIC X(2).
            03 SSASUPBL-FILLER PIC X(2).
            03 SSACURRO PIC X(12).
            03 SSACURRF-FILLER PIC X(2).
            03 SSACURRL-FILLER PIC X(2).
            03 SSALBL6O PIC X(20).
            03 SSALBL6F-FILLER PIC X(2).
            03 SSALBL6L-FILLER PIC X(2).
            03 SSASUPSO PIC X(12).
            03 SSASUPSF-FILLER PIC X(2).
            03 SSASUPSL-FILLER PIC X(2).
            03 SSAORIGO PIC X(12).
            03 SSAORIGF-FILLER PIC X(2).
            03 SSAORIGL-FILLER PIC X(2).
            03 SSAMSGO PIC X(40).
            03 SSAMSGF-FILLER PIC X(2).
            03 SSAMSGL-FILLER PIC X(2).
