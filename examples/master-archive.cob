      *> plus records kept must equal records read, and the replaced
      *> live file is read back and counted -- a mismatch flags
      *> JOB-RECON-RESULT the same way FileIO's control totals do.
      *> The live master and its work file are keyed (RELATIVE)
      *> files, so the kept records land on new RRNs; once the work
      *> file has replaced the master, student_master.idx is rebuilt
      *> through the shared MasterIndex. A rebuild that fails leaves
      *> no index (lookups read the master through) and ends the run
      *> RC 4 so the operator knows to run MasterReindex.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterArchive.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT RETFILE ASSIGN TO "grade_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT NEWFILE ASSIGN TO "student_master_new.tmp"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD RETFILE.
           01 RET-RECORD.
               05 RET-CUTOFF-TERM PIC 9(6).

           FD ARCFILE.
           01 ARC-RECORD PIC X(69).

           FD RUNFILE.
           01 RUN-RECORD PIC X(69).

           FD NEWFILE.
           01 NEW-RECORD PIC X(69).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX VALUE SPACES.
           01 WS-SHELL-CMD     PIC X(250) VALUE SPACES.

           COPY DATESTAMP.
           COPY MSTIXCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

           IF WS-ARCHIVE-COUNT + WS-KEEP-COUNT = WS-READ-COUNT
               PERFORM 2000-REPLACE-LIVE-MASTER
               PERFORM 2100-STAMP-DATED-ARCHIVE
               PERFORM 2200-REBUILD-MASTER-INDEX
               PERFORM 3000-PROVE-READBACK
           ELSE
      *> The split itself did not balance -- the live master is left
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD.

       2200-REBUILD-MASTER-INDEX.
      *> Every kept record has moved to a new RRN, so the old index
      *> is wrong from the moment the work file is renamed in.
           MOVE "BLD" TO MIX-FUNCTION
           MOVE "MASTERARCHIVE" TO MIX-PROGRAM-ID
           CALL "MasterIndex" USING MASTER-INDEX-BLOCK
           IF MIX-FOUND
               DISPLAY "student_master.idx rebuilt: "
                       MIX-STUDENT-COUNT " student(s)"
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "  ! student_master.idx could not be rebuilt "
                       "-- run MasterReindex"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-PROVE-READBACK.
      *> The replaced live master is read back and counted -- the
      *> proof that the rewrite is whole, not merely that the split
