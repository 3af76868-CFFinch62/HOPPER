      *> COBOL itself has no verb to rename or delete a file by a
      *> computed name; CALL "SYSTEM" is used for both the rename and
      *> the purge instead.
      *> A second, shorter list names files that must stay standing
      *> through the window because other programs read them all day
      *> -- customers_standardized.txt, whose dated copies are the
      *> only way to look back at the customer file as a window
      *> started (MainframeDelta keeps its own last-sent baseline and
      *> does not use them). Each is COPIED to its dated generation
      *> instead of renamed, once per run date (a second run the same
      *> day keeps the start-of-window copy), and purged on the same
      *> retention count.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenRotate.

                   10 WS-ROT-STEM PIC X(24).
                   10 WS-ROT-EXT  PIC X(3).
           01 WS-FILE-COUNT PIC 9(3) VALUE 14.
           01 WS-KEEP-TABLE.
               05 FILLER PIC X(27) VALUE "customers_standardized  txt".
           01 WS-KEEP-ENTRIES REDEFINES WS-KEEP-TABLE.
               05 WS-KEEP-ENTRY OCCURS 1 TIMES.
                   10 WS-KEEP-STEM PIC X(24).
                   10 WS-KEEP-EXT  PIC X(3).
           01 WS-KEEP-COUNT PIC 9(3) VALUE 1.

           01 WS-BASE-NAME  PIC X(40) VALUE SPACES.
           01 WS-GEN-NAME   PIC X(40) VALUE SPACES.
           PERFORM 1000-ROTATE-ONE-FILE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FILE-COUNT
           PERFORM 1100-COPY-ONE-FILE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-KEEP-COUNT

           MOVE "GENROTATE"  TO JOB-PROGRAM-NAME
           MOVE ZERO         TO RETURN-CODE
           MOVE RETURN-CODE  TO JOB-RETURN-CODE
           COMPUTE JOB-RECORD-COUNT = WS-FILE-COUNT + WS-KEEP-COUNT
           MOVE ZERO          TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.
                  " | xargs -r rm -f --"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       1100-COPY-ONE-FILE.
           MOVE SPACES TO WS-BASE-NAME WS-GEN-NAME WS-GLOB-NAME
           STRING FUNCTION TRIM(WS-KEEP-STEM(WS-IDX)) "."
                  FUNCTION TRIM(WS-KEEP-EXT(WS-IDX))
               DELIMITED BY SIZE INTO WS-BASE-NAME
           STRING FUNCTION TRIM(WS-KEEP-STEM(WS-IDX)) "_"
                  DTS-RUN-DATE "."
                  FUNCTION TRIM(WS-KEEP-EXT(WS-IDX))
               DELIMITED BY SIZE INTO WS-GEN-NAME
           STRING FUNCTION TRIM(WS-KEEP-STEM(WS-IDX)) "_[0-9]*."
                  FUNCTION TRIM(WS-KEEP-EXT(WS-IDX))
               DELIMITED BY SIZE INTO WS-GLOB-NAME
           MOVE SPACES TO WS-SHELL-CMD
           STRING "test -f " FUNCTION TRIM(WS-BASE-NAME)
                  " && test ! -f " FUNCTION TRIM(WS-GEN-NAME)
                  " && cp -p " FUNCTION TRIM(WS-BASE-NAME)
                  " " FUNCTION TRIM(WS-GEN-NAME)
                  "; ls -t " FUNCTION TRIM(WS-GLOB-NAME)
                  " 2>" "/dev/null | tail -n +"
                  FUNCTION TRIM(WS-KEEP-EDIT)
                  " | xargs -r rm -f --"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.
