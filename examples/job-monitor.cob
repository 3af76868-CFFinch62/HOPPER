      *> (nonzero JOB-RETURN-CODE) jobs through the shared
      *> ReportWriter. A program with no deadline line is only
      *> checked for missed/failed.
      *> "Today" is the business date from BusinessDate: the day
      *> mask is judged for that day, and a joblog entry counts when
      *> it was written on or since it -- a window held over past
      *> midnight still finishes the business day it started.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobMonitor.


       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
               TO WS-TODAY-DAYS
           COMPUTE WS-TODAY-DOW = FUNCTION MOD(WS-TODAY-DAYS, 7) + 1
           END-IF.

       3100-MATCH-JOBLOG-ENTRY.
      *> Only today's entries count (on or since the business
      *> date), and the last one read for a program wins -- the same
      *> rule BatchDriver's summary uses.
           MOVE ZERO TO WS-JOB-MATCH
           IF JLG-DATE NOT < DTS-RUN-DATE
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   IF WS-JOB-PROGRAM(WS-JOB-SUB) = JLG-PROGRAM
