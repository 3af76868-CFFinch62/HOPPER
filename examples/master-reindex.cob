      *> master-reindex.cob - HOPPER Example 11j: Student Master Index
      *> Rebuild and Verify
      *> student_master.idx is only worth having while it agrees with
      *> student_master.dat. This offline utility has the shared
      *> MasterIndex check the two against each other both ways --
      *> every master record found on its student's entry, every RRN
      *> an entry lists holding that student's record, nothing listed
      *> twice -- each discrepancy going to hopper_exceptions.txt
      *> through ExceptionLog. An index that is missing (a failed
      *> post removes it; a restore can leave it behind) or that
      *> disagrees is rebuilt from the master and verified again, with
      *> the outcome on JOB-RECON-RESULT the way FileCheck reports its
      *> compaction proof: MATCH as found (RC 0), MATCH after a
      *> rebuild (RC 4, the index had to be repaired), or DISCREPANCY
      *> still after the rebuild (RC 8).
      *> The master used to be a line-sequential file. When
      *> student_master_load.txt is present -- a line-sequential copy
      *> of the master, the old file renamed -- the operator is
      *> offered a load of it into a fresh keyed student_master.dat
      *> first; the loaded copy is then renamed with the run date so
      *> a second run cannot load it over newer grades.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterReindex.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT LOADFILE ASSIGN TO "student_master_load.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MSTFILE.
           01 MST-RECORD PIC X(69).

           FD LOADFILE.
           01 LOAD-RECORD PIC X(69).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-LOAD-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-LOAD-ANSWER PIC X VALUE "N".
               88 LOAD-WANTED VALUE "Y" "y".
           01 WS-LOAD-COUNT  PIC 9(7) VALUE ZERO.
           01 WS-REBUILT     PIC X VALUE "N".
               88 INDEX-WAS-REBUILT VALUE "Y".
           01 WS-SHELL-CMD   PIC X(250) VALUE SPACES.

           COPY DATESTAMP.
           COPY MSTIXCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> STUDENTMASTER is the resource lock every writer of
      *> student_master.dat takes -- a rebuild during a GradeBatch
      *> run would index a master still being appended to.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- STUDENTMASTER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "MASTERREINDEX" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-STAMP
           DISPLAY "--- student_master.dat Index Rebuild/Verify ---"
           PERFORM 1000-OFFER-LOAD
           PERFORM 2000-VERIFY-INDEX
           IF NOT MIX-FOUND
               PERFORM 3000-REBUILD-INDEX
               PERFORM 2000-VERIFY-INDEX
           END-IF
           IF MIX-FOUND
               MOVE "MATCH" TO JOB-RECON-RESULT
               IF INDEX-WAS-REBUILT
                   DISPLAY "Index reconciliation: MATCH after rebuild"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Index reconciliation: MATCH"
                   MOVE ZERO TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Index reconciliation: **DISCREPANCY** "
                       "remains after rebuild -- see "
                       "hopper_exceptions.txt"
               MOVE "DISCREPANCY" TO JOB-RECON-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "MASTERREINDEX" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE MIX-RECORD-COUNT TO JOB-RECORD-COUNT
           MOVE MIX-ERROR-COUNT TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1000-OFFER-LOAD.
      *> Offered only when a line-sequential copy is waiting, so an
      *> unattended run never reaches the prompt.
           OPEN INPUT LOADFILE
           IF WS-LOAD-STATUS = "00"
               CLOSE LOADFILE
               DISPLAY "student_master_load.txt is present. Load it "
                       "into a fresh keyed student_master.dat, "
                       "replacing the current master? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-LOAD-ANSWER FROM CONSOLE
               IF LOAD-WANTED
                   PERFORM 1100-LOAD-MASTER
               ELSE
                   DISPLAY "  Load skipped -- student_master.dat "
                           "left as it is."
               END-IF
           END-IF.

       1100-LOAD-MASTER.
      *> Sequential WRITEs fill RRN 1, 2, 3 ... in the copy's own
      *> order -- the append order every lookup relies on.
           MOVE ZERO TO WS-LOAD-COUNT
           OPEN INPUT LOADFILE
           OPEN OUTPUT MSTFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ LOADFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE LOAD-RECORD TO MST-RECORD
                       WRITE MST-RECORD
                       ADD 1 TO WS-LOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE LOADFILE
           CLOSE MSTFILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f student_master_load.txt "
                  "student_master_loaded_" DTS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           DISPLAY "  Loaded " WS-LOAD-COUNT " record(s) into "
                   "student_master.dat; the copy is kept as "
                   "student_master_loaded_" DTS-RUN-DATE ".txt"
      *> The old index described the master just replaced.
           SET INDEX-WAS-REBUILT TO TRUE
           PERFORM 3000-REBUILD-INDEX.

       2000-VERIFY-INDEX.
           MOVE "VFY" TO MIX-FUNCTION
           MOVE "MASTERREINDEX" TO MIX-PROGRAM-ID
           CALL "MasterIndex" USING MASTER-INDEX-BLOCK
           EVALUATE TRUE
               WHEN MIX-FOUND
                   DISPLAY "Verified: " MIX-RECORD-COUNT
                           " master record(s), " MIX-STUDENT-COUNT
                           " student(s) on the index, no "
                           "discrepancies"
               WHEN MIX-UNAVAILABLE
                   DISPLAY "  ! student_master.idx is missing or "
                           "unreadable"
               WHEN OTHER
                   DISPLAY "  ! " MIX-ERROR-COUNT " discrepancy(ies) "
                           "between the index and "
                           MIX-RECORD-COUNT " master record(s)"
           END-EVALUATE.

       3000-REBUILD-INDEX.
           MOVE "BLD" TO MIX-FUNCTION
           MOVE "MASTERREINDEX" TO MIX-PROGRAM-ID
           CALL "MasterIndex" USING MASTER-INDEX-BLOCK
           SET INDEX-WAS-REBUILT TO TRUE
           IF MIX-FOUND
               DISPLAY "  Index rebuilt: " MIX-RECORD-COUNT
                       " master record(s), " MIX-STUDENT-COUNT
                       " student(s)"
           ELSE
               DISPLAY "  ! Index rebuild failed after "
                       MIX-RECORD-COUNT " record(s) -- lookups will "
                       "read the master through"
           END-IF.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.
