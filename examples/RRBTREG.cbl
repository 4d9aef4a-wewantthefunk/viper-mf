           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE TBLGATE CONTROL-TABLE GATE CAN
      *    RUN THIS CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

