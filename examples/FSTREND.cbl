           DISPLAY 'FSTREND,COMBINATIONS REPORTED,'
                   WS-COMBOS-REPORTED.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    FIRST PASS - COLLECT THE DISTINCT RUN DATES IN ASCENDING
      *    ORDER AND PICK THE LAST SEVEN AS THE REPORTING WINDOW.
