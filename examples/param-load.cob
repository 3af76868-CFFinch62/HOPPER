               05 PARM-IN-STRING-DELIM     PIC X.
               05 PARM-IN-LOOP-BOUND       PIC 9.
               05 PARM-IN-RETENTION-GENS   PIC 9(3).
               05 PARM-IN-MF-REFRESH-DAYS  PIC 9(3).
               05 PARM-IN-ARRIVAL-WAIT-MINS PIC 9(3).
               05 PARM-IN-PIN-MAX-AGE-DAYS PIC 9(3).
               05 PARM-IN-PIN-WARN-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX VALUE SPACES.
           MOVE ","           TO PARM-STRING-DELIM
           MOVE 3             TO PARM-LOOP-BOUND
           MOVE 7             TO PARM-RETENTION-GENS
           MOVE 7             TO PARM-MF-REFRESH-DAYS
           MOVE 30            TO PARM-ARRIVAL-WAIT-MINS
           MOVE 90            TO PARM-PIN-MAX-AGE-DAYS
           MOVE 14            TO PARM-PIN-WARN-DAYS

           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = "00"
               MOVE PARM-IN-STRING-DELIM     TO PARM-STRING-DELIM
               MOVE PARM-IN-LOOP-BOUND       TO PARM-LOOP-BOUND
               MOVE PARM-IN-RETENTION-GENS   TO PARM-RETENTION-GENS
      *> A parameter record written before the refresh interval
      *> existed ends short of it -- the default stands.
               IF PARM-IN-MF-REFRESH-DAYS NUMERIC
                   MOVE PARM-IN-MF-REFRESH-DAYS
                       TO PARM-MF-REFRESH-DAYS
               END-IF
               IF PARM-IN-ARRIVAL-WAIT-MINS NUMERIC
                   MOVE PARM-IN-ARRIVAL-WAIT-MINS
                       TO PARM-ARRIVAL-WAIT-MINS
               END-IF
               IF PARM-IN-PIN-MAX-AGE-DAYS NUMERIC
                   MOVE PARM-IN-PIN-MAX-AGE-DAYS
                       TO PARM-PIN-MAX-AGE-DAYS
               END-IF
               IF PARM-IN-PIN-WARN-DAYS NUMERIC
                   MOVE PARM-IN-PIN-WARN-DAYS
                       TO PARM-PIN-WARN-DAYS
               END-IF
           END-IF.
