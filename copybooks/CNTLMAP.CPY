       01 CNTLMAPM.
          02 CNTLMAPI.
            03 CLMTRNI PIC X(20) VALUE SPACES.
            03 CLMTRNF PIC S9(4) COMP VALUE 20.
            03 CLMTRNL PIC S9(4) COMP.
            03 CLMTITLI PIC X(70) VALUE 'BENEFICIARY CONTACT LOG'.
            03 CLMTITLF PIC S9(4) COMP VALUE 70.
            03 CLMTITLL PIC S9(4) COMP.
            03 CLMLBL1I PIC X(24) VALUE 'RRB HIC: '.
            03 CLMLBL1F PIC S9(4) COMP VALUE 24.
            03 CLMLBL1L PIC S9(4) COMP.
            03 CLMHICI PIC X(12) VALUE SPACES.
            03 CLMHICF PIC S9(4) COMP VALUE 12.
            03 CLMHICL PIC S9(4) COMP.
            03 CLMLBL2I PIC X(24) VALUE 'CALLER (B/R/C/F/O): '.
            03 CLMLBL2F PIC S9(4) COMP VALUE 24.
            03 CLMLBL2L PIC S9(4) COMP.
            03 CLMCALLI PIC X(01) VALUE SPACES.
            03 CLMCALLF PIC S9(4) COMP VALUE 01.
            03 CLMCALLL PIC S9(4) COMP.
            03 CLMLBL3I PIC X(24) VALUE 'CHANNEL (P/L/E/W/F): '.
            03 CLMLBL3F PIC S9(4) COMP VALUE 24.
            03 CLMLBL3L PIC S9(4) COMP.
            03 CLMCHANI PIC X(01) VALUE SPACES.
            03 CLMCHANF PIC S9(4) COMP VALUE 01.
            03 CLMCHANL PIC S9(4) COMP.
            03 CLMLBL4I PIC X(24) VALUE 'SUBJECT CODE: '.
            03 CLMLBL4F PIC S9(4) COMP VALUE 24.
            03 CLMLBL4L PIC S9(4) COMP.
            03 CLMSUBJI PIC X(02) VALUE SPACES.
            03 CLMSUBJF PIC S9(4) COMP VALUE 02.
            03 CLMSUBJL PIC S9(4) COMP.
            03 CLMLBL5I PIC X(24) VALUE 'NOTE: '.
            03 CLMLBL5F PIC S9(4) COMP VALUE 24.
            03 CLMLBL5L PIC S9(4) COMP.
            03 CLMNOTEI PIC X(60) VALUE SPACES.
            03 CLMNOTEF PIC S9(4) COMP VALUE 60.
            03 CLMNOTEL PIC S9(4) COMP.
            03 CLMLBL6I PIC X(24) VALUE 'FOLLOW UP (YYYYMMDD): '.
            03 CLMLBL6F PIC S9(4) COMP VALUE 24.
            03 CLMLBL6L PIC S9(4) COMP.
            03 CLMFUPI PIC X(08) VALUE SPACES.
            03 CLMFUPF PIC S9(4) COMP VALUE 08.
            03 CLMFUPL PIC S9(4) COMP.
            03 CLMLBL7I PIC X(24) VALUE 'FOLLOW-UP DONE, ROW: '.
            03 CLMLBL7F PIC S9(4) COMP VALUE 24.
            03 CLMLBL7L PIC S9(4) COMP.
            03 CLMSELI PIC X(01) VALUE SPACES.
            03 CLMSELF PIC S9(4) COMP VALUE 01.
            03 CLMSELL PIC S9(4) COMP.
            03 CLMHDRI PIC X(70) VALUE SPACES.
            03 CLMHDRF PIC S9(4) COMP VALUE 70.
            03 CLMHDRL PIC S9(4) COMP.
            03 CLMROW1I PIC X(70) VALUE SPACES.
            03 CLMROW1F PIC S9(4) COMP VALUE 70.
            03 CLMROW1L PIC S9(4) COMP.
            03 CLMROW2I PIC X(70) VALUE SPACES.
            03 CLMROW2F PIC S9(4) COMP VALUE 70.
            03 CLMROW2L PIC S9(4) COMP.
            03 CLMROW3I PIC X(70) VALUE SPACES.
            03 CLMROW3F PIC S9(4) COMP VALUE 70.
            03 CLMROW3L PIC S9(4) COMP.
            03 CLMROW4I PIC X(70) VALUE SPACES.
            03 CLMROW4F PIC S9(4) COMP VALUE 70.
            03 CLMROW4L PIC S9(4) COMP.
            03 CLMROW5I PIC X(70) VALUE SPACES.
            03 CLMROW5F PIC S9(4) COMP VALUE 70.
            03 CLMROW5L PIC S9(4) COMP.
            03 CLMROW6I PIC X(70) VALUE SPACES.
            03 CLMROW6F PIC S9(4) COMP VALUE 70.
            03 CLMROW6L PIC S9(4) COMP.
            03 CLMKEYSI PIC X(70) VALUE SPACES.
            03 CLMKEYSF PIC S9(4) COMP VALUE 70.
            03 CLMKEYSL PIC S9(4) COMP.
            03 CLMMSGI PIC X(60) VALUE SPACES.
            03 CLMMSGF PIC S9(4) COMP VALUE 60.
            03 CLMMSGL PIC S9(4) COMP.
          02 CNTLMAPO REDEFINES CNTLMAPI.
            03 CLMTRNO PIC X(20).
            03 CLMTRNF-FILLER PIC X(2).
            03 CLMTRNL-FILLER PIC X(2).
            03 CLMTITLO PIC X(70).
            03 CLMTITLF-FILLER PIC X(2).
            03 CLMTITLL-FILLER PIC X(2).
            03 CLMLBL1O PIC X(24).
            03 CLMLBL1F-FILLER PIC X(2).
            03 CLMLBL1L-FILLER PIC X(2).
            03 CLMHICO PIC X(12).
            03 CLMHICF-FILLER PIC X(2).
            03 CLMHICL-FILLER PIC X(2).
            03 CLMLBL2O PIC X(24).
            03 CLMLBL2F-FILLER PIC X(2).
            03 CLMLBL2L-FILLER PIC X(2).
            03 CLMCALLO PIC X(01).
            03 CLMCALLF-FILLER PIC X(2).
            03 CLMCALLL-FILLER PIC X(2).
            03 CLMLBL3O PIC X(24).
            03 CLMLBL3F-FILLER PIC X(2).
            03 CLMLBL3L-FILLER PIC X(2).
            03 CLMCHANO PIC X(01).
            03 CLMCHANF-FILLER PIC X(2).
            03 CLMCHANL-FILLER PIC X(2).
            03 CLMLBL4O PIC X(24).
            03 CLMLBL4F-FILLER PIC X(2).
            03 CLMLBL4L-FILLER PIC X(2).
            03 CLMSUBJO PIC X(02).
            03 CLMSUBJF-FILLER PIC X(2).
            03 CLMSUBJL-FILLER PIC X(2).
            03 CLMLBL5O PIC X(24).
            03 CLMLBL5F-FILLER PIC X(2).
            03 CLMLBL5L-FILLER PIC X(2).
            03 CLMNOTEO PIC X(60).
            03 CLMNOTEF-FILLER PIC X(2).
            03 CLMNOTEL-FILLER PIC X(2).
            03 CLMLBL6O PIC X(24).
            03 CLMLBL6F-FILLER PIC X(2).
            03 CLMLBL6L-FILLER PIC X(2).
            03 CLMFUPO PIC X(08).
            03 CLMFUPF-FILLER PIC X(2).
            03 CLMFUPL-FILLER PIC X(2).
            03 CLMLBL7O PIC X(24).
            03 CLMLBL7F-FILLER PIC X(2).
            03 CLMLBL7L-FILLER PIC X(2).
            03 CLMSELO PIC X(01).
            03 CLMSELF-FILLER PIC X(2).
            03 CLMSELL-FILLER PIC X(2).
            03 CLMHDRO PIC X(70).
            03 CLMHDRF-FILLER PIC X(2).
            03 CLMHDRL-FILLER PIC X(2).
            03 CLMROW1O PIC X(70).
            03 CLMROW1F-FILLER PIC X(2).
            03 CLMROW1L-FILLER PIC X(2).
            03 CLMROW2O PIC X(70).
            03 CLMROW2F-FILLER PIC X(2).
            03 CLMROW2L-FILLER PIC X(2).
            03 CLMROW3O PIC X(70).
            03 CLMROW3F-FILLER PIC X(2).
            03 CLMROW3L-FILLER PIC X(2).
            03 CLMROW4O PIC X(70).
            03 CLMROW4F-FILLER PIC X(2).
            03 CLMROW4L-FILLER PIC X(2).
            03 CLMROW5O PIC X(70).
            03 CLMROW5F-FILLER PIC X(2).
            03 CLMROW5L-FILLER PIC X(2).
            03 CLMROW6O PIC X(70).
            03 CLMROW6F-FILLER PIC X(2).
            03 CLMROW6L-FILLER PIC X(2).
            03 CLMKEYSO PIC X(70).
            03 CLMKEYSF-FILLER PIC X(2).
            03 CLMKEYSL-FILLER PIC X(2).
            03 CLMMSGO PIC X(60).
            03 CLMMSGF-FILLER PIC X(2).
            03 CLMMSGL-FILLER PIC X(2).
