       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-CUTOFFS
           MOVE 85 TO PERS-SCORE
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE TO PERS-UPDATE-DATE
           MOVE DTS-RUN-TIME TO PERS-UPDATE-TIME
           DISPLAY "Score: " PERS-SCORE
