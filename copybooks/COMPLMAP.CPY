       01 COMPLMAPM.
          02 COMPLMAPI.
            03 CPLTRNI PIC X(20) VALUE SPACES.
            03 CPLTRNF PIC S9(4) COMP VALUE 20.
            03 CPLTRNL PIC S9(4) COMP.
            03 CPLLBL1I PIC X(20) VALUE 'STATUS/SEX: '.
            03 CPLLBL1F PIC S9(4) COMP VALUE 20.
            03 CPLLBL1L PIC S9(4) COMP.
            03 CPLDSCF PIC S9(4) COMP VALUE 40.
            03 CPLDSCL PIC S9(4) COMP.
          02 COMPLMAPO REDEFINES COMPLMAPI.
            03 CPLTRNO PIC X(20).
            03 CPLTRNF-FILLER PIC X(2).
            03 CPLTRNL-FILLER PIC X(2).
            03 CPLLBL1O PIC X(20).
            03 CPLLBL1F-FILLER PIC X(2).
            03 CPLLBL1L-FILLER PIC X(2).
