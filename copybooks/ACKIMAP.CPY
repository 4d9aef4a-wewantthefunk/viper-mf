       01 ACKIMAPM.
          02 ACKIMAPI.
            03 ACKTRNI PIC X(20) VALUE SPACES.
            03 ACKTRNF PIC S9(4) COMP VALUE 20.
            03 ACKTRNL PIC S9(4) COMP.
            03 ACKLBL1I PIC X(20) VALUE 'KEY TYPE (S/R): '.
            03 ACKLBL1F PIC S9(4) COMP VALUE 20.
            03 ACKLBL1L PIC S9(4) COMP.
            03 ACKMSGF PIC S9(4) COMP VALUE 40.
            03 ACKMSGL PIC S9(4) COMP.
          02 ACKIMAPO REDEFINES ACKIMAPI.
            03 ACKTRNO PIC X(20).
            03 ACKTRNF-FILLER PIC X(2).
            03 ACKTRNL-FILLER PIC X(2).
            03 ACKLBL1O PIC X(20).
            03 ACKLBL1F-FILLER PIC X(2).
            03 ACKLBL1L-FILLER PIC X(2).
