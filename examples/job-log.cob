       DATA DIVISION.
       FILE SECTION.
           FD JOBFILE.
           01 JOB-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
           01 WS-JOB-STATUS PIC XX VALUE SPACES.
           01 WS-LINE-PTR   PIC 9(3) VALUE ZERO.
           COPY DATESTAMP.
           COPY CYCLCTL.

               OPEN OUTPUT JOBFILE
           END-IF
           MOVE SPACES TO JOB-RECORD
           MOVE 1 TO WS-LINE-PTR
           STRING DTS-RUN-DATE "-" DTS-RUN-TIME
                  " PGM=" JOB-PROGRAM-NAME
                  " RC=" JOB-RETURN-CODE
                  " RECON=" JOB-RECON-RESULT
                  " CYCLE=" CYC-CYCLE-ID
               DELIMITED BY SIZE INTO JOB-RECORD
               WITH POINTER WS-LINE-PTR
      *> Only a run that carries a note gets the column, so every
      *> ordinary line reads exactly as it always has.
           IF JOB-NOTE NOT = SPACES
               STRING " NOTE=" JOB-NOTE
                   DELIMITED BY SIZE INTO JOB-RECORD
                   WITH POINTER WS-LINE-PTR
           END-IF
           WRITE JOB-RECORD
           CLOSE JOBFILE
      *> Every caller stages its intended condition code in
