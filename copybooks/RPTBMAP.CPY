       01 RPTBMAPM.
          02 RPTBMAPI.
            03 RPBTITLI PIC X(70) VALUE 'REPORT STORE BROWSER'.
            03 RPBTITLF PIC S9(4) COMP VALUE 70.
            03 RPBTITLL PIC S9(4) COMP.
            03 RPBLBL1I PIC X(16) VALUE 'REPORT ID:'.
            03 RPBLBL1F PIC S9(4) COMP VALUE 16.
            03 RPBLBL1L PIC S9(4) COMP.
            03 RPBRPTI PIC X(08) VALUE SPACES.
            03 RPBRPTF PIC S9(4) COMP VALUE 08.
            03 RPBRPTL PIC S9(4) COMP.
            03 RPBLBL2I PIC X(16) VALUE 'DATE (YYYYMMDD):'.
            03 RPBLBL2F PIC S9(4) COMP VALUE 16.
            03 RPBLBL2L PIC S9(4) COMP.
            03 RPBDATI PIC X(08) VALUE SPACES.
            03 RPBDATF PIC S9(4) COMP VALUE 08.
            03 RPBDATL PIC S9(4) COMP.
            03 RPBLBL3I PIC X(06) VALUE 'FIND:'.
            03 RPBLBL3F PIC S9(4) COMP VALUE 06.
            03 RPBLBL3L PIC S9(4) COMP.
            03 RPBFNDI PIC X(20) VALUE SPACES.
            03 RPBFNDF PIC S9(4) COMP VALUE 20.
            03 RPBFNDL PIC S9(4) COMP.
            03 RPBHDRI PIC X(78) VALUE SPACES.
            03 RPBHDRF PIC S9(4) COMP VALUE 78.
            03 RPBHDRL PIC S9(4) COMP.
            03 RPBL01I PIC X(78) VALUE SPACES.
            03 RPBL01F PIC S9(4) COMP VALUE 78.
            03 RPBL01L PIC S9(4) COMP.
            03 RPBL02I PIC X(78) VALUE SPACES.
            03 RPBL02F PIC S9(4) COMP VALUE 78.
            03 RPBL02L PIC S9(4) COMP.
            03 RPBL03I PIC X(78) VALUE SPACES.
            03 RPBL03F PIC S9(4) COMP VALUE 78.
            03 RPBL03L PIC S9(4) COMP.
            03 RPBL04I PIC X(78) VALUE SPACES.
            03 RPBL04F PIC S9(4) COMP VALUE 78.
            03 RPBL04L PIC S9(4) COMP.
            03 RPBL05I PIC X(78) VALUE SPACES.
            03 RPBL05F PIC S9(4) COMP VALUE 78.
            03 RPBL05L PIC S9(4) COMP.
            03 RPBL06I PIC X(78) VALUE SPACES.
            03 RPBL06F PIC S9(4) COMP VALUE 78.
            03 RPBL06L PIC S9(4) COMP.
            03 RPBL07I PIC X(78) VALUE SPACES.
            03 RPBL07F PIC S9(4) COMP VALUE 78.
            03 RPBL07L PIC S9(4) COMP.
            03 RPBL08I PIC X(78) VALUE SPACES.
            03 RPBL08F PIC S9(4) COMP VALUE 78.
            03 RPBL08L PIC S9(4) COMP.
            03 RPBL09I PIC X(78) VALUE SPACES.
            03 RPBL09F PIC S9(4) COMP VALUE 78.
            03 RPBL09L PIC S9(4) COMP.
            03 RPBL10I PIC X(78) VALUE SPACES.
            03 RPBL10F PIC S9(4) COMP VALUE 78.
            03 RPBL10L PIC S9(4) COMP.
            03 RPBL11I PIC X(78) VALUE SPACES.
            03 RPBL11F PIC S9(4) COMP VALUE 78.
            03 RPBL11L PIC S9(4) COMP.
            03 RPBL12I PIC X(78) VALUE SPACES.
            03 RPBL12F PIC S9(4) COMP VALUE 78.
            03 RPBL12L PIC S9(4) COMP.
            03 RPBL13I PIC X(78) VALUE SPACES.
            03 RPBL13F PIC S9(4) COMP VALUE 78.
            03 RPBL13L PIC S9(4) COMP.
            03 RPBL14I PIC X(78) VALUE SPACES.
            03 RPBL14F PIC S9(4) COMP VALUE 78.
            03 RPBL14L PIC S9(4) COMP.
            03 RPBMSGI PIC X(78) VALUE SPACES.
            03 RPBMSGF PIC S9(4) COMP VALUE 78.
            03 RPBMSGL PIC S9(4) COMP.
            03 RPBKEYSI PIC X(78) VALUE SPACES.
            03 RPBKEYSF PIC S9(4) COMP VALUE 78.
            03 RPBKEYSL PIC S9(4) COMP.
          02 RPTBMAPO REDEFINES RPTBMAPI.
            03 RPBTITLO PIC X(70).
            03 RPBTITLF-FILLER PIC X(2).
            03 RPBTITLL-FILLER PIC X(2).
            03 RPBLBL1O PIC X(16).
            03 RPBLBL1F-FILLER PIC X(2).
            03 RPBLBL1L-FILLER PIC X(2).
            03 RPBRPTO PIC X(08).
            03 RPBRPTF-FILLER PIC X(2).
            03 RPBRPTL-FILLER PIC X(2).
            03 RPBLBL2O PIC X(16).
            03 RPBLBL2F-FILLER PIC X(2).
            03 RPBLBL2L-FILLER PIC X(2).
            03 RPBDATO PIC X(08).
            03 RPBDATF-FILLER PIC X(2).
            03 RPBDATL-FILLER PIC X(2).
            03 RPBLBL3O PIC X(06).
            03 RPBLBL3F-FILLER PIC X(2).
            03 RPBLBL3L-FILLER PIC X(2).
            03 RPBFNDO PIC X(20).
            03 RPBFNDF-FILLER PIC X(2).
            03 RPBFNDL-FILLER PIC X(2).
            03 RPBHDRO PIC X(78).
            03 RPBHDRF-FILLER PIC X(2).
            03 RPBHDRL-FILLER PIC X(2).
            03 RPBL01O PIC X(78).
            03 RPBL01F-FILLER PIC X(2).
            03 RPBL01L-FILLER PIC X(2).
            03 RPBL02O PIC X(78).
            03 RPBL02F-FILLER PIC X(2).
            03 RPBL02L-FILLER PIC X(2).
            03 RPBL03O PIC X(78).
            03 RPBL03F-FILLER PIC X(2).
            03 RPBL03L-FILLER PIC X(2).
            03 RPBL04O PIC X(78).
            03 RPBL04F-FILLER PIC X(2).
            03 RPBL04L-FILLER PIC X(2).
            03 RPBL05O PIC X(78).
            03 RPBL05F-FILLER PIC X(2).
            03 RPBL05L-FILLER PIC X(2).
            03 RPBL06O PIC X(78).
            03 RPBL06F-FILLER PIC X(2).
            03 RPBL06L-FILLER PIC X(2).
            03 RPBL07O PIC X(78).
            03 RPBL07F-FILLER PIC X(2).
            03 RPBL07L-FILLER PIC X(2).
            03 RPBL08O PIC X(78).
            03 RPBL08F-FILLER PIC X(2).
            03 RPBL08L-FILLER PIC X(2).
            03 RPBL09O PIC X(78).
            03 RPBL09F-FILLER PIC X(2).
            03 RPBL09L-FILLER PIC X(2).
            03 RPBL10O PIC X(78).
            03 RPBL10F-FILLER PIC X(2).
            03 RPBL10L-FILLER PIC X(2).
            03 RPBL11O PIC X(78).
            03 RPBL11F-FILLER PIC X(2).
            03 RPBL11L-FILLER PIC X(2).
            03 RPBL12O PIC X(78).
            03 RPBL12F-FILLER PIC X(2).
            03 RPBL12L-FILLER PIC X(2).
            03 RPBL13O PIC X(78).
            03 RPBL13F-FILLER PIC X(2).
            03 RPBL13L-FILLER PIC X(2).
            03 RPBL14O PIC X(78).
            03 RPBL14F-FILLER PIC X(2).
            03 RPBL14L-FILLER PIC X(2).
            03 RPBMSGO PIC X(78).
            03 RPBMSGF-FILLER PIC X(2).
            03 RPBMSGL-FILLER PIC X(2).
            03 RPBKEYSO PIC X(78).
            03 RPBKEYSF-FILLER PIC X(2).
            03 RPBKEYSL-FILLER PIC X(2).
