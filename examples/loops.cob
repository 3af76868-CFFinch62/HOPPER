
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP

           CALL "ParamLoad" USING HOPPER-PARAMETERS
           MOVE PARM-LOOP-BOUND TO WS-LOOP-BOUND
