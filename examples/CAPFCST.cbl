           DISPLAY 'CAPFCST,HISTORY MONTHS,' WS-MONTHS-LOADED.
           DISPLAY 'CAPFCST,PACE MS PER 1000,' WS-PACE-MS-PER-1000.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-READ-CONTROL.

