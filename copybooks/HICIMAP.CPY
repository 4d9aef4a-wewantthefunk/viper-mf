       01 HICIMAPM.
          02 HICIMAPI.
            03 HICTRNI PIC X(20) VALUE SPACES.
            03 HICTRNF PIC S9(4) COMP VALUE 20.
            03 HICTRNL PIC S9(4) COMP.
            03 HICLBL1I PIC X(20) VALUE 'RRB HIC: '.
            03 HICLBL1F PIC S9(4) COMP VALUE 20.
            03 HICLBL1L PIC S9(4) COMP.
            03 HICMBII PIC X(11) VALUE SPACES.
            03 HICMBIF PIC S9(4) COMP VALUE 11.
            03 HICMBIL PIC S9(4) COMP.
            03 HICLBL7I PIC X(20) VALUE 'SUPERSEDED BY/CURR: '.
            03 HICLBL7F PIC S9(4) COMP VALUE 20.
            03 HICLBL7L PIC S9(4) COMP.
            03 HICSUPBI PIC X(12) VALUE SPACES.
            03 HICSUPBF PIC S9(4) COMP VALUE 12.
            03 HICSUPBL PIC S9(4) COMP.
            03 HICCURRI PIC X(12) VALUE SPACES.
            03 HICCURRF PIC S9(4) COMP VALUE 12.
            03 HICCURRL PIC S9(4) COMP.
            03 HICLBL8I PIC X(20) VALUE 'SUPERSEDES/ORIGINAL:'.
            03 HICLBL8F PIC S9(4) COMP VALUE 20.
            03 HICLBL8L PIC S9(4) COMP.
            03 HICSUPSI PIC X(12) VALUE SPACES.
            03 HICSUPSF PIC S9(4) COMP VALUE 12.
            03 HICSUPSL PIC S9(4) COMP.
            03 HICORIGI PIC X(12) VALUE SPACES.
            03 HICORIGF PIC S9(4) COMP VALUE 12.
            03 HICORIGL PIC S9(4) COMP.
            03 HICMSGI PIC X(40) VALUE SPACES.
            03 HICMSGF PIC S9(4) COMP VALUE 40.
            03 HICMSGL PIC S9(4) COMP.
          02 HICIMAPO REDEFINES HICIMAPI.
            03 HICTRNO PIC X(20).
            03 HICTRNF-FILLER PIC X(2).
            03 HICTRNL-FILLER PIC X(2).
            03 HICLBL1O PIC X(20).
            03 HICLBL1F-FILLER PIC X(2).
            03 HICLBL1L-FILLER PIC X(2).
            03 HICMBIO PIC X(11).
            03 HICMBIF-FILLER PIC X(2).
            03 HICMBIL-FILLER PIC X(2).
            03 HICLBL7O PIC X(20).
            03 HICLBL7F-FILLER PIC X(2).
            03 HICLBL7L-FILLER PIC X(2).
            03 HICSUPBO PIC X(12).
            03 HICSUPBF-FILLER PIC X(2).
            03 HICSUPBL-FILLER PIC X(2).
            03 HICCURRO PIC X(12).
            03 HICCURRF-FILLER PIC X(2).
            03 HICCURRL-FILLER PIC X(2).
            03 HICLBL8O PIC X(20).
            03 HICLBL8F-FILLER PIC X(2).
            03 HICLBL8L-FILLER PIC X(2).
            03 HICSUPSO PIC X(12).
            03 HICSUPSF-FILLER PIC X(2).
            03 HICSUPSL-FILLER PIC X(2).
            03 HICORIGO PIC X(12).
            03 HICORIGF-FILLER PIC X(2).
            03 HICORIGL-FILLER PIC X(2).
            03 HICMSGO PIC X(40).
            03 HICMSGF-FILLER PIC X(2).
            03 HICMSGL-FILLER PIC X(2).
