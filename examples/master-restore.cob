      *> window whose snapshots are still on disk. The copies
      *> themselves go through CALL "SYSTEM", same as MasterSnapshot
      *> and GenRotate, since ASSIGN names are static in this build.
      *> student_master.idx is not snapshotted: whenever
      *> student_master.dat is put back, its index is rebuilt from
      *> the restored master through the shared MasterIndex, so it
      *> always matches the data it describes. A rebuild that fails
      *> leaves no index (lookups read the master through) and ends
      *> the run RC 4, the same as a missing snapshot.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterRestore.

               88 RESTORE-CONFIRMED VALUE "Y" "y".
           01 WS-RESTORED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MISSING-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-INDEX-FAILED   PIC X VALUE "N".
               88 MASTER-INDEX-FAILED VALUE "Y".
           COPY MSTIXCTL.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
               DISPLAY "Restore for " WS-SNAP-DATE " complete: "
                       WS-RESTORED-COUNT " file(s) put back, "
                       WS-MISSING-COUNT " snapshot(s) missing."
               IF WS-MISSING-COUNT > ZERO OR MASTER-INDEX-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
               PERFORM 1100-AUDIT-RESTORE
               DISPLAY "  Restored " FUNCTION TRIM(WS-BASE-NAME)
                       " from " FUNCTION TRIM(WS-SNAP-NAME)
               IF WS-BASE-NAME = "student_master.dat"
                   PERFORM 1300-REBUILD-MASTER-INDEX
               END-IF
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "  ! No snapshot "
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       1300-REBUILD-MASTER-INDEX.
      *> The STUDENTMASTER lock taken above covers the rebuild too.
           MOVE "BLD" TO MIX-FUNCTION
           MOVE "MASTERRESTORE" TO MIX-PROGRAM-ID
           CALL "MasterIndex" USING MASTER-INDEX-BLOCK
           IF MIX-FOUND
               DISPLAY "  Rebuilt student_master.idx for the restored "
                       "master (" MIX-STUDENT-COUNT " student(s))"
           ELSE
               SET MASTER-INDEX-FAILED TO TRUE
               DISPLAY "  ! student_master.idx could not be rebuilt "
                       "-- run MasterReindex"
           END-IF.

       1100-AUDIT-RESTORE.
      *> Only a file actually put back lands on the shared audit
      *> trail -- a restore rewrites production masters and must be
