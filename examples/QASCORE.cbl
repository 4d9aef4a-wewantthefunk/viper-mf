
           MOVE WS-RETURN-CODE        TO RETURN-CODE.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE WINDOW IS A SITEPARM PARAMETER SERVED BY GETPARM - A
      *    DECLARED BLANK DEFAULT MEANS AN ABSENT ROW LEAVES THE
