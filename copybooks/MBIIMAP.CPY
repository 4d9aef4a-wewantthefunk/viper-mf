       01 MBIIMAPM.
          02 MBIIMAPI.
            03 MBITRNI PIC X(20) VALUE SPACES.
            03 MBITRNF PIC S9(4) COMP VALUE 20.
            03 MBITRNL PIC S9(4) COMP.
            03 MBILBL1I PIC X(20) VALUE 'MBI: '.
            03 MBILBL1F PIC S9(4) COMP VALUE 20.
            03 MBILBL1L PIC S9(4) COMP.
            03 MBIKEYI PIC X(11) VALUE SPACES.
            03 MBIKEYF PIC S9(4) COMP VALUE 11.
            03 MBIKEYL PIC S9(4) COMP.
            03 MBILBL2I PIC X(20) VALUE 'RRB HIC: '.
            03 MBILBL2F PIC S9(4) COMP VALUE 20.
            03 MBILBL2L PIC S9(4) COMP.
            03 MBIRRBI PIC X(12) VALUE SPACES.
            03 MBIRRBF PIC S9(4) COMP VALUE 12.
            03 MBIRRBL PIC S9(4) COMP.
            03 MBILBL3I PIC X(20) VALUE 'SSA HIC: '.
            03 MBILBL3F PIC S9(4) COMP VALUE 20.
            03 MBILBL3L PIC S9(4) COMP.
            03 MBISSAI PIC X(11) VALUE SPACES.
            03 MBISSAF PIC S9(4) COMP VALUE 11.
            03 MBISSAL PIC S9(4) COMP.
            03 MBILBL4I PIC X(20) VALUE 'LAST SEEN: '.
            03 MBILBL4F PIC S9(4) COMP VALUE 20.
            03 MBILBL4L PIC S9(4) COMP.
            03 MBILASTI PIC X(26) VALUE SPACES.
            03 MBILASTF PIC S9(4) COMP VALUE 26.
            03 MBILASTL PIC S9(4) COMP.
            03 MBIMSGI PIC X(40) VALUE SPACES.
            03 MBIMSGF PIC S9(4) COMP VALUE 40.
            03 MBIMSGL PIC S9(4) COMP.
          02 MBIIMAPO REDEFINES MBIIMAPI.
            03 MBITRNO PIC X(20).
            03 MBITRNF-FILLER PIC X(2).
            03 MBITRNL-FILLER PIC X(2).
            03 MBILBL1O PIC X(20).
            03 MBILBL1F-FILLER PIC X(2).
            03 MBILBL1L-FILLER PIC X(2).
            03 MBIKEYO PIC X(11).
            03 MBIKEYF-FILLER PIC X(2).
            03 MBIKEYL-FILLER PIC X(2).
            03 MBILBL2O PIC X(20).
            03 MBILBL2F-FILLER PIC X(2).
            03 MBILBL2L-FILLER PIC X(2).
            03 MBIRRBO PIC X(12).
            03 MBIRRBF-FILLER PIC X(2).
            03 MBIRRBL-FILLER PIC X(2).
            03 MBILBL3O PIC X(20).
            03 MBILBL3F-FILLER PIC X(2).
            03 MBILBL3L-FILLER PIC X(2).
            03 MBISSAO PIC X(11).
            03 MBISSAF-FILLER PIC X(2).
            03 MBISSAL-FILLER PIC X(2).
            03 MBILBL4O PIC X(20).
            03 MBILBL4F-FILLER PIC X(2).
            03 MBILBL4L-FILLER PIC X(2).
            03 MBILASTO PIC X(26).
            03 MBILASTF-FILLER PIC X(2).
            03 MBILASTL-FILLER PIC X(2).
            03 MBIMSGO PIC X(40).
            03 MBIMSGF-FILLER PIC X(2).
            03 MBIMSGL-FILLER PIC X(2).
