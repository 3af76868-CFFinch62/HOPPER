      *> used by the what-if simulation.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

           FD WGTFILE.
           01 WGT-RECORD.
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-CUTOFFS
           MOVE GC-CUTOFF-A TO WS-OLD-CUTOFF-A
           MOVE GC-CUTOFF-B TO WS-OLD-CUTOFF-B
           ACCEPT WS-SAVE-ANSWER FROM CONSOLE.

       3500-QUEUE-CUTOFF-CHANGE.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND PNDFILE
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PNDFILE
