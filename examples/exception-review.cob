               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ENTRIES
           IF ENTRY-TABLE-OVERFLOWED
               DISPLAY "  ! hopper_exceptions.txt holds more than "
