              MOVE ZERO               TO RETURN-CODE
           END-IF.

      *    GOBACK, NOT STOP RUN, SO THE TBLGATE CONTROL-TABLE GATE CAN
      *    RUN THIS CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    WRITES ONE NAMED-ROW VALIDATION FAILURE. THE CALLER SETS
      *    WS-FAIL-FILE/ROW/TEXT/IMAGE FIRST, THE SAME SET-A-WORK-
