       01 BSUMMAPM.
          02 BSUMMAPI.
            03 BSMTRNI PIC X(20) VALUE SPACES.
            03 BSMTRNF PIC S9(4) COMP VALUE 20.
            03 BSMTRNL PIC S9(4) COMP.
            03 BSMTITLI PIC X(70) VALUE 'BENEFICIARY SUMMARY'.
            03 BSMTITLF PIC S9(4) COMP VALUE 70.
            03 BSMTITLL PIC S9(4) COMP.
            03 BSMLBL1I PIC X(24) VALUE 'KEY TYPE (R/S/M) / KEY: '.
            03 BSMLBL1F PIC S9(4) COMP VALUE 24.
            03 BSMLBL1L PIC S9(4) COMP.
            03 BSMTYPI PIC X(01) VALUE SPACES.
            03 BSMTYPF PIC S9(4) COMP VALUE 01.
            03 BSMTYPL PIC S9(4) COMP.
            03 BSMKEYI PIC X(12) VALUE SPACES.
            03 BSMKEYF PIC S9(4) COMP VALUE 12.
            03 BSMKEYL PIC S9(4) COMP.
            03 BSMLIN1I PIC X(70) VALUE SPACES.
            03 BSMLIN1F PIC S9(4) COMP VALUE 70.
            03 BSMLIN1L PIC S9(4) COMP.
            03 BSMLIN2I PIC X(70) VALUE SPACES.
            03 BSMLIN2F PIC S9(4) COMP VALUE 70.
            03 BSMLIN2L PIC S9(4) COMP.
            03 BSMLIN3I PIC X(70) VALUE SPACES.
            03 BSMLIN3F PIC S9(4) COMP VALUE 70.
            03 BSMLIN3L PIC S9(4) COMP.
            03 BSMLIN4I PIC X(70) VALUE SPACES.
            03 BSMLIN4F PIC S9(4) COMP VALUE 70.
            03 BSMLIN4L PIC S9(4) COMP.
            03 BSMLIN5I PIC X(70) VALUE SPACES.
            03 BSMLIN5F PIC S9(4) COMP VALUE 70.
            03 BSMLIN5L PIC S9(4) COMP.
            03 BSMLIN6I PIC X(70) VALUE SPACES.
            03 BSMLIN6F PIC S9(4) COMP VALUE 70.
            03 BSMLIN6L PIC S9(4) COMP.
            03 BSMLIN7I PIC X(70) VALUE SPACES.
            03 BSMLIN7F PIC S9(4) COMP VALUE 70.
            03 BSMLIN7L PIC S9(4) COMP.
            03 BSMPFKI PIC X(70) VALUE SPACES.
            03 BSMPFKF PIC S9(4) COMP VALUE 70.
            03 BSMPFKL PIC S9(4) COMP.
            03 BSMMSGI PIC X(60) VALUE SPACES.
            03 BSMMSGF PIC S9(4) COMP VALUE 60.
            03 BSMMSGL PIC S9(4) COMP.
          02 BSUMMAPO REDEFINES BSUMMAPI.
            03 BSMTRNO PIC X(20).
            03 BSMTRNF-FILLER PIC X(2).
            03 BSMTRNL-FILLER PIC X(2).
            03 BSMTITLO PIC X(70).
            03 BSMTITLF-FILLER PIC X(2).
            03 BSMTITLL-FILLER PIC X(2).
            03 BSMLBL1O PIC X(24).
            03 BSMLBL1F-FILLER PIC X(2).
            03 BSMLBL1L-FILLER PIC X(2).
            03 BSMTYPO PIC X(01).
            03 BSMTYPF-FILLER PIC X(2).
            03 BSMTYPL-FILLER PIC X(2).
            03 BSMKEYO PIC X(12).
            03 BSMKEYF-FILLER PIC X(2).
            03 BSMKEYL-FILLER PIC X(2).
            03 BSMLIN1O PIC X(70).
            03 BSMLIN1F-FILLER PIC X(2).
            03 BSMLIN1L-FILLER PIC X(2).
            03 BSMLIN2O PIC X(70).
            03 BSMLIN2F-FILLER PIC X(2).
            03 BSMLIN2L-FILLER PIC X(2).
            03 BSMLIN3O PIC X(70).
            03 BSMLIN3F-FILLER PIC X(2).
            03 BSMLIN3L-FILLER PIC X(2).
            03 BSMLIN4O PIC X(70).
            03 BSMLIN4F-FILLER PIC X(2).
            03 BSMLIN4L-FILLER PIC X(2).
            03 BSMLIN5O PIC X(70).
            03 BSMLIN5F-FILLER PIC X(2).
            03 BSMLIN5L-FILLER PIC X(2).
            03 BSMLIN6O PIC X(70).
            03 BSMLIN6F-FILLER PIC X(2).
            03 BSMLIN6L-FILLER PIC X(2).
            03 BSMLIN7O PIC X(70).
            03 BSMLIN7F-FILLER PIC X(2).
            03 BSMLIN7L-FILLER PIC X(2).
            03 BSMPFKO PIC X(70).
            03 BSMPFKF-FILLER PIC X(2).
            03 BSMPFKL-FILLER PIC X(2).
            03 BSMMSGO PIC X(60).
            03 BSMMSGF-FILLER PIC X(2).
            03 BSMMSGL-FILLER PIC X(2).
