      *> privacy-sync.cob - HOPPER Example 4h: Privacy Hold Sync
      *> A student's directory/privacy hold is keyed on roster.txt
      *> (RosterMaint, RegistrarImport) and GradeBatch stamps it on
      *> every new student_master.dat record -- but the records
      *> already graded in earlier runs, and those MasterArchive has
      *> moved to student_master_archive.dat, would still print the
      *> student's name on a transcript or standing report. This
      *> subprogram carries one student's hold change onto every
      *> existing master and archive record: each file is copied
      *> through a work file with the hold byte set or cleared on the
      *> student's records and moved back over the original with the
      *> same CALL "SYSTEM" mv MasterArchive uses. It takes the
      *> STUDENTMASTER lock every writer of the master shares; a held
      *> lock is handed back to the caller as PVS-RESULT "L" with
      *> nothing rewritten. Every hold change that is applied is
      *> logged to hopper_audit.log through the shared AuditLog.
      *> The live master is a keyed (RELATIVE) file: the student's
      *> records are found through student_master.idx (the shared
      *> MasterIndex) and REWRITTEN in place, so no record moves and
      *> the index stays good. Without a usable index entry the
      *> master is read through and rewritten record by record in
      *> the same way; the archive is still copied and moved back.
      *> A REWRITE the master refuses leaves that record without the
      *> hold, so it is logged to ExceptionLog with the record's RRN
      *> and file status and the call hands back PVS-RESULT "F" for
      *> the caller to report and end its run on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrivacySync.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT ARCFILE ASSIGN TO "student_master_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT NEWFILE ASSIGN TO "student_master_hold.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MSTFILE.
           01 MST-RECORD.
               05 MST-ID      PIC 9(5).
               05 MST-TERM-ID PIC 9(6).
               05 MST-SCORE   PIC 9(3).
               05 MST-GRADE   PIC X.
               05 MST-DATE    PIC 9(8).
               05 MST-TIME    PIC 9(6).
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD ARCFILE.
           01 ARC-RECORD.
               05 ARC-ID      PIC 9(5).
               05 FILLER      PIC X(63).
               05 ARC-PRIVACY-HOLD PIC X.

           FD NEWFILE.
           01 NEW-RECORD PIC X(69).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX VALUE SPACES.
           01 WS-MST-RRN    PIC 9(7) VALUE ZERO.
           01 WS-RRN-SUB    PIC 9(2) VALUE ZERO.
           01 WS-ARC-STATUS PIC XX VALUE SPACES.
           01 WS-NEW-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
      *> The hold byte as stored: "Y" held, space released -- the
      *> same blank-means-no-hold every record written before the
      *> hold existed already carries.
           01 WS-NEW-HOLD     PIC X VALUE SPACE.
           01 WS-MST-CHANGED  PIC 9(6) VALUE ZERO.
           01 WS-ARC-CHANGED  PIC 9(6) VALUE ZERO.
           01 WS-MST-FAILED   PIC 9(6) VALUE ZERO.
           01 WS-SHELL-CMD    PIC X(250) VALUE SPACES.
           COPY MSTIXCTL.
           COPY RUNLKCTL.
           COPY AUDCTL.
           COPY EXCPCTL.

       LINKAGE SECTION.
           COPY PRIVCTL.

       PROCEDURE DIVISION USING PRIVACY-SYNC-BLOCK.
       0000-MAIN.
           MOVE ZERO TO PVS-RECORD-COUNT
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               MOVE "L" TO PVS-RESULT
               GOBACK
           END-IF
           IF PVS-HOLD-SET
               MOVE "Y" TO WS-NEW-HOLD
           ELSE
               MOVE SPACE TO WS-NEW-HOLD
           END-IF
           MOVE ZERO TO WS-MST-CHANGED WS-ARC-CHANGED WS-MST-FAILED
           PERFORM 1000-SYNC-MASTER
           PERFORM 2000-SYNC-ARCHIVE
           COMPUTE PVS-RECORD-COUNT = WS-MST-CHANGED + WS-ARC-CHANGED
           IF WS-MST-FAILED > ZERO
               MOVE "F" TO PVS-RESULT
           ELSE
               MOVE "S" TO PVS-RESULT
           END-IF
           PERFORM 3000-AUDIT-HOLD-CHANGE
           PERFORM 9900-RELEASE-RUN-LOCK
           GOBACK.

       1000-SYNC-MASTER.
      *> No master yet simply means nothing graded to carry the hold.
           OPEN I-O MSTFILE
           IF WS-MST-STATUS = "00"
               MOVE "GET" TO MIX-FUNCTION
               MOVE PVS-PROGRAM-ID TO MIX-PROGRAM-ID
               MOVE PVS-STUDENT-ID TO MIX-STUDENT-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               EVALUATE TRUE
                   WHEN MIX-FOUND
                       PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
                               UNTIL WS-RRN-SUB > MIX-RRN-COUNT
                           PERFORM 1050-READ-INDEXED-RECORD
                       END-PERFORM
                   WHEN MIX-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-EOF
                       PERFORM UNTIL END-OF-FILE
                           READ MSTFILE NEXT RECORD
                               AT END MOVE "Y" TO WS-EOF
                               NOT AT END
                                   PERFORM 1100-UPDATE-MASTER-RECORD
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE MSTFILE
           END-IF.

       1050-READ-INDEXED-RECORD.
           MOVE MIX-RRN-ENTRY(WS-RRN-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 1100-UPDATE-MASTER-RECORD
           END-READ.

       1100-UPDATE-MASTER-RECORD.
           IF MST-ID = PVS-STUDENT-ID
                   AND MST-PRIVACY-HOLD NOT = WS-NEW-HOLD
               MOVE WS-NEW-HOLD TO MST-PRIVACY-HOLD
               REWRITE MST-RECORD
               IF WS-MST-STATUS = "00"
                   ADD 1 TO WS-MST-CHANGED
               ELSE
                   ADD 1 TO WS-MST-FAILED
                   MOVE PVS-PROGRAM-ID TO EXC-PROGRAM-NAME
                   MOVE "student_master.dat" TO EXC-SOURCE-FILE
                   MOVE "MST-PRIVACY-HOLD" TO EXC-FIELD-NAME
                   MOVE SPACES TO EXC-RAW-VALUE
                   STRING "RRN=" WS-MST-RRN " ST=" WS-MST-STATUS
                       DELIMITED BY SIZE INTO EXC-RAW-VALUE
                   MOVE "hold REWRITE failed, not on master"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               END-IF
           END-IF.

       2000-SYNC-ARCHIVE.
           OPEN INPUT ARCFILE
           IF WS-ARC-STATUS = "00"
               OPEN OUTPUT NEWFILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ARCFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2100-COPY-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCFILE
               CLOSE NEWFILE
               PERFORM 2200-REPLACE-ARCHIVE
           END-IF.

       2100-COPY-ARCHIVE-RECORD.
           IF ARC-ID = PVS-STUDENT-ID
                   AND ARC-PRIVACY-HOLD NOT = WS-NEW-HOLD
               MOVE WS-NEW-HOLD TO ARC-PRIVACY-HOLD
               ADD 1 TO WS-ARC-CHANGED
           END-IF
           MOVE ARC-RECORD TO NEW-RECORD
           WRITE NEW-RECORD.

       2200-REPLACE-ARCHIVE.
           MOVE SPACES TO WS-SHELL-CMD
           IF WS-ARC-CHANGED > ZERO
               STRING "mv -f student_master_hold.tmp "
                      "student_master_archive.dat"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
           ELSE
               STRING "rm -f student_master_hold.tmp"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD.

       3000-AUDIT-HOLD-CHANGE.
           MOVE PVS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE PVS-PROGRAM-ID  TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           IF PVS-HOLD-SET
               STRING "PRIVACY HOLD SET STUDENT=" PVS-STUDENT-ID
                      " MASTER=" WS-MST-CHANGED
                      " ARCHIVE=" WS-ARC-CHANGED
                   DELIMITED BY SIZE INTO AUD-DETAIL
           ELSE
               STRING "PRIVACY HOLD RELEASED STUDENT=" PVS-STUDENT-ID
                      " MASTER=" WS-MST-CHANGED
                      " ARCHIVE=" WS-ARC-CHANGED
                   DELIMITED BY SIZE INTO AUD-DETAIL
           END-IF
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE PVS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE PVS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.
